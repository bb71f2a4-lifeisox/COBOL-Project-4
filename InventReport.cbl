      *
      * Used File
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - Part Control File (Indexed Sequential): PARTCTL
      *    - Part Supersession File (Indexed Sequential): SUPERSED
      *    - Consignment Agreement File (Indexed Sequential): CONSIGN
      *    - Supplier File (Indexed Sequential): SUPPLIER
      *    - Inventory Report File : INVREPRT.TXT
      *    - Reorder Report File: REORDER.TXT
      *    - Blanket Purchase Agreements (Indexed): BLANKET
      *    - Agreement Release Log: BPAREL.TXT (read, then extended)
      *    - Fiscal Period Calendar: FISCALCL.TXT
      *    - Open-To-Buy Budgets: OTBBUDG.TXT
      *    - Open-To-Buy Hold List: OTBHOLD.TXT
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-FILE-STAT.

      *    The daily part-activity summary, read in place of the
      *    history once PART-SUMMARY-REBUILD has built it.
           SELECT  PARTSUMM-FILE
                   ASSIGN DYNAMIC RC-FN-PARTSUMM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PSM-KEY
                   FILE STATUS IS PARTSUMM-FILE-STAT.

           SELECT  POSEQ-FILE
                   ASSIGN DYNAMIC RC-FN-POSEQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   RECORD KEY IS PS-KEY
                   FILE STATUS IS PARTSUPP-FILE-STAT.

      *    Each part's on-hand by location, printed under its detail
      *    line on the inventory report.
           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

      *    Each part's lifecycle status: a discontinued or obsolete
      *    part is never reordered, whatever its stock.
           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

      *    Replacement parts: an old part superseded by a newer one
      *    is no longer reordered, and its stock (when it is to be
      *    used up first) counts toward the newer part's supply.
           SELECT  SUPERSED-FILE
                   ASSIGN DYNAMIC RC-FN-SUPERSED
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SU-OLD-PART
                   FILE STATUS IS SUPERSED-FILE-STAT.

      *    One record per part with the ABC class assigned tonight,
      *    rewritten every run - the cycle-count scheduler picks each
      *    part's count frequency from it.
                   ASSIGN DYNAMIC RC-FN-ABCCLASS
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    Blanket purchase agreements maintained by
      *    BLANKET-AGREEMENT-UPDATE. A part with an active agreement
      *    is released against it at the contract price, and the
      *    agreement's released quantity drawn up here.
           SELECT  BLANKET-FILE
                   ASSIGN DYNAMIC RC-FN-BLANKET
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BPA-KEY
                   FILE STATUS IS BLANKET-FILE-STAT.

      *    One record per PO cut as a release against an agreement,
      *    so PO-PRINT prices it at the contract price and the
      *    agreement report can follow its receipts.
           SELECT  BPAREL-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-BPAREL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BPAREL-FILE-STAT.

      *    Supplier-owned consignment stock: part of each part's
      *    on-hand, but never part of our inventory value.
           SELECT  CONSIGN-FILE
                   ASSIGN DYNAMIC RC-FN-CONSIGN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CN-KEY
                   FILE STATUS IS CONSIGN-FILE-STAT.

      *    The fiscal calendar, read for the period tonight falls
      *    in, and the open-to-buy budgets maintained against it by
      *    OTB-BUDGET-UPDATE. A PO that would take its supplier's or
      *    its part's ABC class's budget for the period past what is
      *    left is not cut - it goes on the hold list for a buyer to
      *    review instead.
           SELECT  FISCALCL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-FISCALCL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FISCALCL-FILE-STAT.

           SELECT  OTBBUDG-FILE-IN
                   ASSIGN DYNAMIC RC-FN-OTBBUDG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OTBBUDG-FILE-STAT.

           SELECT  OTBHOLD-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-OTBHOLD
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SP-SUPPLIER-ID      PIC X(02).
      *    Currency the supplier quotes and invoices in (spaces =
      *    local money).
           05  SP-CURRENCY         PIC X(03).
           05  SP-VMI-FLAG         PIC X(01).
           05  FILLER              PIC X(14).
           
       FD  INVENT-FILE-IN
           RECORD CONTAINS 70 CHARACTERS
           05  HIST-VALUE-IN       PIC 9(07).
           05  FILLER              PIC X(36).

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".

       FD  OPENPO-FILE-OUT
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS OPENPO-RECORD-OUT.
           05  OPO-RECEIVED-QTY-OUT    PIC 9(07).
      *    Same layout as PARTSUPP-RECORD in PartSupplierUpdate.cbl.
       FD  PARTSUPP-FILE-IN
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PARTSUPP-RECORD-IN.
       01  PARTSUPP-RECORD-IN.
           05  PS-KEY.
           05  PS-PRICE            PIC 9(04)V99.
           05  PS-LEAD-TIME        PIC 9(03).
           05  PS-PREFERRED        PIC X(01).
           05  PS-PURCH-UOM        PIC X(04).
           05  PS-CONV-FACTOR      PIC 9(05).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

       FD  CONSIGN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONSIGN-RECORD.
       COPY "Consignment.cpy".

      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  PC-SERIALIZED       PIC X(01).
           05  PC-STOCK-UOM        PIC X(04).
           05  PC-LIFECYCLE        PIC X(01).
               88  PC-ACTIVE                 VALUE "A" SPACE.
           05  FILLER              PIC X(29).

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

      *    Same layout as EXCHRATE-RECORD in ExchRateUpdate.cbl.
       FD  EXCHRATE-FILE-IN
           05  ABC-PART-NUMBER-OUT     PIC 9(05).
           05  ABC-CLASS-OUT           PIC X(01).

      *    Same layout as BLANKET-RECORD in BlanketUpdate.cbl.
       FD  BLANKET-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS BLANKET-RECORD.
       01  BLANKET-RECORD.
           05  BPA-KEY.
               10  BPA-PART-NUMBER PIC 9(05).
               10  BPA-SUPPLIER-ID PIC X(02).
               10  BPA-START-DATE  PIC 9(08).
           05  BPA-END-DATE        PIC 9(08).
           05  BPA-COMMITTED-QTY   PIC 9(07).
           05  BPA-CONTRACT-PRICE  PIC 9(04)V99.
           05  BPA-RELEASED-QTY    PIC 9(07).
           05  BPA-STATUS          PIC X(01).
           05  FILLER              PIC X(06).

       FD  BPAREL-FILE-OUT
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS BPAREL-RECORD-OUT.
       01  BPAREL-RECORD-OUT.
      *    The agreement released against.
           05  BR-AGREEMENT-KEY.
               10  BR-PART-NUMBER  PIC 9(05).
               10  BR-SUPPLIER-ID  PIC X(02).
               10  BR-START-DATE   PIC 9(08).
           05  BR-PO-NUMBER        PIC 9(06).
           05  BR-RELEASE-DATE     PIC 9(08).
           05  BR-QTY              PIC 9(07).
           05  BR-CONTRACT-PRICE   PIC 9(04)V99.

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

       FD  OTBHOLD-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OTBHOLD-OUT.
       01  OTBHOLD-OUT                 PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  RC-FN-REORDERCSV     PIC X(40).
           05  RC-FN-PURCHORD       PIC X(40).
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-POSEQ          PIC X(40).
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-PARTSUPP       PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-PARTCTL        PIC X(40).
           05  RC-FN-SUPERSED       PIC X(40).
           05  RC-FN-ABCCLASS       PIC X(40).
           05  RC-FN-EXCHRATE       PIC X(40).
           05  RC-FN-BLANKET        PIC X(40).
           05  RC-FN-BPAREL         PIC X(40).
           05  RC-FN-CONSIGN        PIC X(40).
           05  RC-FN-FISCALCL       PIC X(40).
           05  RC-FN-OTBBUDG        PIC X(40).
           05  RC-FN-OTBHOLD        PIC X(40).

      *    This record is for getting the name of month.
       01  DAY-RECORD.
           05  FILLER              PIC X(05) VALUE "  QTY".
           05  LOC-QUANTITY-O      PIC ZZZZZZ9.

      *    This record is for printing the supplier-owned part of a
      *    part's on-hand, left out of its value.
       01  CONSIGNED-DETAIL-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(33)
               VALUE "  CONSIGNED (SUPPLIER-OWNED) QTY ".
           05  CONSIGNED-QTY-O     PIC ZZZZZZ9.

      *    This record is for printing the total of inventory report.
       01  INVENT-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
               10  PV-PART-NUMBER      PIC 9(05).
               10  PV-VALUE            PIC 9(11)V99.
               10  PV-CLASS            PIC X(01).
               10  PV-UNIT-PRICE       PIC 9(04)V99.

       01  ABC-CLASSIFICATION-WORK.
           05  PV-GRAND-TOTAL      PIC 9(13)V99 VALUE ZEROS.
           05  WRITE-CNT           PIC 9(03).
           05  LINE-CNT            PIC 9(02).
           05  PAGE-CNT            PIC 9(03) VALUE 1.
           05  WS-LOC-LINES        PIC 9(03).
           05  PARTLOC-EOF-SW      PIC X(01).
           05  PARTLOC-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTLOC-AVAILABLE         VALUE "Y".
           05  PARTCTL-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTCTL-AVAILABLE         VALUE "Y".
      *    "Y" while the current part may still be reordered.
           05  WS-REORDERABLE-SW   PIC X(01) VALUE "Y".
               88  PART-REORDERABLE          VALUE "Y".
      *    On-hand plus the use-up stock of every old part the current
      *    part supersedes - the supply the reorder is measured on.
           05  WS-OLD-STOCK        PIC 9(09) VALUE ZEROS.
           05  WS-SUPPLY-QTY       PIC 9(09) VALUE ZEROS.

       01  ACCUMULATORS.
           05  GRAND-TOTAL         PIC 9(13)V99 VALUE ZEROS.
      *    new open-PO record's expected-receipt date.
      *    Alternate sources for the part currently being reordered,
      *    read off the cross-reference, and the source the PO will
      *    actually go to. ALT-PRICE is brought down to the stocking
      *    unit so sources selling by different units compare fairly.
       01  ALTERNATE-SOURCE-WORK.
           05  PARTSUPP-AVAIL-SW   PIC X(01) VALUE "N".
               88  PARTSUPP-AVAILABLE        VALUE "Y".
               10  ALT-PRICE           PIC 9(04)V99.
               10  ALT-LEAD-TIME       PIC 9(03).
               10  ALT-PREFERRED       PIC X(01).
               10  ALT-CONV-FACTOR     PIC 9(05).
           05  WS-CHOSEN-SUPPLIER  PIC X(02).
           05  WS-CHOSEN-SUB       PIC 9(01).
           05  WS-ALT-SUB          PIC 9(01).
      *    Stocking units in one of the chosen source's purchase
      *    units - the PO quantity is cut in whole multiples of it.
           05  WS-ORDER-FACTOR     PIC 9(05).
           05  WS-ORDER-UNITS      PIC 9(08).

      *    One alternate-source line under a reorder detail line.
       01  ALTERNATE-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ALT-PREF-O          PIC X(04).

      *    The agreement a reorder part is being released against,
      *    printed under its reorder detail line.
       01  AGREEMENT-DETAIL-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "BPA ".
           05  BPA-SUPPLIER-O      PIC X(02).
           05  FILLER              PIC X(11) VALUE "  CONTRACT ".
           05  BPA-PRICE-O         PIC ZZZ9.99.
           05  FILLER              PIC X(12) VALUE "  REMAINING ".
           05  BPA-REMAINING-O     PIC ZZZZZZ9.

      *    A PO held back over open-to-buy, printed under its reorder
      *    detail line in place of the PO it would have been.
       01  OTB-HOLD-DETAIL-LINE.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "OTB HOLD ".
           05  OTB-OVER-O          PIC X(10).
           05  FILLER              PIC X(12) VALUE "  REMAINING ".
           05  OTB-REMAINING-O     PIC ---,---,--9.99.

      *    The open-to-buy hold list - the POs tonight's run would
      *    have cut but did not, for a buyer to review.
       01  OTBHOLD-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(33)
                   VALUE "OPEN-TO-BUY HOLD LIST for period ".
           05  OTBHOLD-PERIOD-O    PIC 9(06).
           05  FILLER              PIC X(02) VALUE " (".
           05  OTBHOLD-DATE-O      PIC 9999/99/99.
           05  FILLER              PIC X(01) VALUE ")".

       01  OTBHOLD-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "PART NO".
           05  FILLER              PIC X(04) VALUE "SUP".
           05  FILLER              PIC X(03) VALUE "CL".
           05  FILLER              PIC X(08) VALUE "SUGG QTY".
           05  FILLER              PIC X(10) VALUE " UNIT COST".
           05  FILLER              PIC X(16)
                                   VALUE "        PO VALUE".
           05  FILLER              PIC X(16)
                                   VALUE "       REMAINING".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "OVER".

       01  OTBHOLD-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OH-PART-O           PIC 9(05).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  OH-SUPPLIER-O       PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  OH-CLASS-O          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OH-QTY-O            PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OH-UNIT-COST-O      PIC ZZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OH-PO-VALUE-O       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OH-REMAINING-O      PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OH-OVER-O           PIC X(10).

       01  OTBHOLD-FOOTER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OH-FOOTER-NAME      PIC X(20).
           05  OH-FOOTER-COUNT     PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OH-FOOTER-VALUE     PIC ZZZ,ZZZ,ZZ9.99.

      *    Tonight's fiscal period and its open-to-buy budgets - one
      *    line per supplier or ABC class budgeted, with what the
      *    period's POs already commit against it (open value still
      *    to come plus value already received). Kept outside the
      *    switches group so its INITIALIZE does not empty it.
       01  OPEN-TO-BUY-WORK.
           05  OTB-ACTIVE-SW       PIC X(01) VALUE "N".
               88  OTB-ACTIVE                VALUE "Y".
           05  OTB-HOLD-SW         PIC X(01) VALUE "N".
               88  OTB-HOLD                  VALUE "Y".
           05  FISCALCL-EOF-SW     PIC X(01).
           05  OTBBUDG-EOF-SW      PIC X(01).
           05  BPAREL-EOF-SW       PIC X(01).
           05  WS-OTB-PERIOD-ID    PIC 9(06) VALUE ZEROS.
           05  WS-OTB-START-DATE   PIC 9(08) VALUE ZEROS.
           05  WS-OTB-END-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-OTB-PART         PIC 9(05).
           05  WS-OTB-SUPPLIER     PIC X(02).
           05  WS-OTB-CLASS        PIC X(01).
           05  WS-OTB-UNIT-COST    PIC 9(05)V99.
           05  WS-OTB-FOREIGN-COST PIC 9(05)V9(04).
           05  WS-OTB-OPEN-QTY     PIC 9(07).
           05  WS-OTB-OPEN-VALUE   PIC 9(11)V99.
           05  WS-OTB-RECEIVED-VALUE PIC 9(11)V99.
           05  WS-OTB-PO-VALUE     PIC 9(11)V99.
           05  WS-OTB-REMAINING    PIC S9(11)V99.
           05  WS-OTB-LEAST-REMAINING PIC S9(11)V99.
           05  WS-OTB-OVER         PIC X(10).
           05  WS-OTB-HELD-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-OTB-HELD-VALUE   PIC 9(11)V99 VALUE ZEROS.

       01  OTB-BUDGET-TABLE.
           05  OT-COUNT            PIC 9(03) VALUE ZEROS.
           05  OT-ENTRY            OCCURS 0 TO 500 TIMES
                                   DEPENDING ON OT-COUNT
                                   INDEXED BY OT-IDX.
      *        "S" = supplier budget, "C" = ABC class budget.
               10  OT-TYPE             PIC X(01).
               10  OT-KEY              PIC X(02).
               10  OT-BUDGET           PIC 9(09)V99.
               10  OT-COMMITTED        PIC 9(11)V99.
               10  OT-RECEIVED         PIC 9(11)V99.

      *    The contract price of every agreement release made in
      *    tonight's period, by PO number, so a PO cut as a release is
      *    charged at the price it was released at - the price
      *    PO-PRINT puts on the document.
       01  OTB-RELEASE-PRICE-TABLE.
           05  RP-COUNT            PIC 9(04) VALUE ZEROS.
           05  RP-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON RP-COUNT
                                   INDEXED BY RP-IDX.
               10  RP-PO-NUMBER        PIC 9(06).
               10  RP-CONTRACT-PRICE   PIC 9(04)V99.

      *    Whether the current reorder part has an active agreement
      *    to release against, and which.
       01  BLANKET-AGREEMENT-WORK.
           05  BLANKET-AVAIL-SW    PIC X(01) VALUE "N".
               88  BLANKET-AVAILABLE         VALUE "Y".
           05  BPA-FOUND-SW        PIC X(01) VALUE "N".
               88  AGREEMENT-FOUND           VALUE "Y".
           05  BLANKET-EOF-SW      PIC X(01).
           05  WS-BPA-KEY          PIC X(15).
           05  WS-BPA-END-DATE     PIC 9(08).
           05  WS-BPA-REMAINING    PIC 9(07).
           05  WS-BPA-PRICE        PIC 9(04)V99.

      *    Supplier currencies and dated exchange rates, loaded once
      *    so every foreign quote compares and prints in local money.
       01  CURRENCY-CONTROL.
           05  WS-QUOTE-CURRENCY   PIC X(03).
           05  WS-RATE-IN-FORCE    PIC 9(03)V9(06).
           05  WS-RATE-EFF-DATE    PIC 9(08).
      *    The day whose rate 500-FIND-RATE-IN-FORCE looks up.
           05  WS-RATE-AS-OF-DATE  PIC 9(08).

       01  SUPPLIER-CURRENCY-TABLE.
           05  SY-COUNT            PIC 9(02) VALUE ZEROS.
           05  WS-PART-USAGE       PIC 9(09) VALUE ZEROS.
           05  WS-COVER-DAYS       PIC 9(04) VALUE ZEROS.

      *    Supersessions in force tonight, loaded before the value
      *    pre-pass so it can capture each old part's on-hand. The
      *    final part is the end of the chain - the part actually
      *    stocked and reordered in the old part's place.
       01  SUPERSESSION-TABLE.
           05  SC-COUNT            PIC 9(03) VALUE ZEROS.
           05  SC-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON SC-COUNT
                                   INDEXED BY SC-IDX.
               10  SC-OLD-PART         PIC 9(05).
               10  SC-NEW-PART         PIC 9(05).
               10  SC-FINAL-PART       PIC 9(05).
               10  SC-USE-UP-SW        PIC X(01).
               10  SC-OLD-QTY          PIC 9(07).

       01  SUPERSESSION-WORK.
           05  SUPERSED-EOF-SW     PIC X(01) VALUE "N".
           05  WS-SUPERSEDE-TODAY  PIC 9(08).
           05  WS-CHAIN-PART       PIC 9(05).
           05  WS-CHAIN-HOPS       PIC 9(03).
           05  WS-CHAIN-END-SW     PIC X(01).
           05  WS-SC-SUB           PIC 9(03).

      *    Sales quantity per part within the trailing usage window,
      *    built by a pre-pass over the retained history.
       01  PART-USAGE-TABLE.
           05  POSEQ-FILE-STAT     PIC X(02).
           05  OPENPO-FILE-STAT    PIC X(02).
           05  PARTSUPP-FILE-STAT  PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  PARTCTL-FILE-STAT   PIC X(02).
           05  SUPERSED-FILE-STAT  PIC X(02).
           05  BLANKET-FILE-STAT   PIC X(02).
           05  BPAREL-FILE-STAT    PIC X(02).
           05  CONSIGN-FILE-STAT   PIC X(02).
           05  FISCALCL-FILE-STAT  PIC X(02).
           05  OTBBUDG-FILE-STAT   PIC X(02).

      *    A missing master or supplier file leaves nothing to report -
      *    flagged here so 100-PRINT-INVENTORY-REPORTS can report a
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      *    The current part's supplier-owned stock, off CONSIGN, and
      *    the owned rest of its on-hand that is actually valued.
       01  CONSIGNMENT-WORK.
           05  CONSIGN-AVAIL-SW    PIC X(01) VALUE "N".
               88  CONSIGN-AVAILABLE         VALUE "Y".
           05  CONSIGN-EOF-SW      PIC X(01).
           05  WS-CONSIGNED-QTY    PIC 9(07) VALUE ZEROS.
           05  WS-OWNED-QTY        PIC 9(07) VALUE ZEROS.

       01  LINK-PARAMETERS.
           05  LS-QUANTITY         PIC 9(07).
           05  LS-UNIT-PRICE       PIC 9(04)V99.
           05  LS-RECEIPT-COST     PIC 9(04)V99.
           05  LS-NEW-UNIT-COST    PIC 9(04)V99.

      *    Where the movement history is read from: the daily part-
      *    activity summary once it has been built, else TRANHIST.
       01  HISTORY-SOURCE-CONTROL.
           05  PARTSUMM-FILE-STAT  PIC X(02).
           05  WS-HISTORY-SOURCE-SW
                                   PIC X(01) VALUE "T".
               88  HISTORY-FROM-SUMMARY      VALUE "S".
           05  WS-SUMMARY-THROUGH  PIC 9(08).

      *    This record is for printing the history source used.
       01  HISTORY-SOURCE-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "HISTORY SOURCE: ".
           05  HISTORY-SOURCE-O    PIC X(40).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * isn't known until every part has been read once.
      *-----------------------------------------------------------------
       200-CLASSIFY-INVENTORY-VALUES.
           OPEN    INPUT   CONSIGN-FILE.
           IF  CONSIGN-FILE-STAT = "00"
               SET     CONSIGN-AVAILABLE   TO  TRUE
           END-IF.
           PERFORM 300-LOAD-SUPERSESSION-TABLE.
           PERFORM 300-BUILD-PART-VALUE-TABLE.
           PERFORM 300-ASSIGN-ABC-CLASSES.
           PERFORM 300-BUILD-PART-USAGE-TABLE.
           PERFORM 300-FOLD-SUPERSEDED-USAGE.

      *-----------------------------------------------------------------
      * Load every supersession already in force and follow each one
      * to the end of its chain. No SUPERSED file just means no part
      * has been replaced. The hop count stops the walk on a loop
      * keyed in error, leaving the last part reached as the end.
      *-----------------------------------------------------------------
       300-LOAD-SUPERSESSION-TABLE.
           ACCEPT  WS-SUPERSEDE-TODAY  FROM DATE YYYYMMDD.
           OPEN    INPUT   SUPERSED-FILE.
           IF  SUPERSED-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  SUPERSED-EOF-SW.
           READ    SUPERSED-FILE
                   AT END  MOVE "Y" TO SUPERSED-EOF-SW
           END-READ.
           PERFORM UNTIL SUPERSED-EOF-SW = "Y"
               IF  SU-EFF-DATE NOT > WS-SUPERSEDE-TODAY
                       AND SC-COUNT < 999
                   ADD     1               TO  SC-COUNT
                   SET     SC-IDX          TO  SC-COUNT
                   MOVE    SU-OLD-PART     TO  SC-OLD-PART(SC-IDX)
                   MOVE    SU-NEW-PART     TO  SC-NEW-PART(SC-IDX)
                   MOVE    SU-NEW-PART     TO  SC-FINAL-PART(SC-IDX)
                   MOVE    "N"             TO  SC-USE-UP-SW(SC-IDX)
                   IF  SU-USE-UP
                       MOVE    "Y"         TO  SC-USE-UP-SW(SC-IDX)
                   END-IF
                   MOVE    ZEROS           TO  SC-OLD-QTY(SC-IDX)
               END-IF
               READ    SUPERSED-FILE
                       AT END  MOVE "Y" TO SUPERSED-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SUPERSED-FILE.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               PERFORM 400-FIND-FINAL-PART
           END-PERFORM.

      *-----------------------------------------------------------------
       400-FIND-FINAL-PART.
           MOVE    SC-NEW-PART(SC-IDX) TO  WS-CHAIN-PART.
           MOVE    ZEROS               TO  WS-CHAIN-HOPS.
           MOVE    "N"                 TO  WS-CHAIN-END-SW.
           PERFORM UNTIL WS-CHAIN-END-SW = "Y"
               MOVE    "Y"     TO  WS-CHAIN-END-SW
               IF  WS-CHAIN-HOPS < 99
                   PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                           UNTIL WS-SC-SUB > SC-COUNT
                       IF  SC-OLD-PART(WS-SC-SUB) = WS-CHAIN-PART
                           MOVE    SC-NEW-PART(WS-SC-SUB)  TO
                                   WS-CHAIN-PART
                           ADD     1       TO  WS-CHAIN-HOPS
                           MOVE    "N"     TO  WS-CHAIN-END-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE    WS-CHAIN-PART       TO  SC-FINAL-PART(SC-IDX).

      *-----------------------------------------------------------------
      * Capture the current master's on-hand if it is a superseded
      * part, for the final part's supply.
      *-----------------------------------------------------------------
       400-CAPTURE-OLD-PART-STOCK.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               IF  SC-OLD-PART(SC-IDX) = PART-NUMBER-IN
                   MOVE    QUANTITY-IN TO  SC-OLD-QTY(SC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Demand recorded against a superseded part is demand the
      * final part now has to meet, so the old part's usage is added
      * to the final part's before any suggestion is sized.
      *-----------------------------------------------------------------
       300-FOLD-SUPERSEDED-USAGE.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               MOVE    SC-OLD-PART(SC-IDX) TO  PART-NUMBER-IN
               PERFORM 400-LOOK-UP-PART-USAGE
               IF  WS-PART-USAGE > ZEROS
                   MOVE    SC-FINAL-PART(SC-IDX)   TO
                           HIST-PART-NUMBER-IN
                   MOVE    ZEROS                   TO  HIST-VALUE-IN
                   PERFORM 400-ADD-PART-USAGE
                   ADD     WS-PART-USAGE   TO  US-SALES-QTY(US-IDX)
               END-IF
           END-PERFORM.
           
      *-----------------------------------------------------------------
      * Read every retained history record once and total each
      * part's "S" sales falling inside the trailing usage window. A
      * missing history file just means no part has measured demand
      * yet - every suggested quantity then falls back to the static
      * figure. The daily summary, once built, is read in place of
      * the history.
      *-----------------------------------------------------------------
       300-BUILD-PART-USAGE-TABLE.
           MOVE    FUNCTION CURRENT-DATE(1:8)  TO  WS-USAGE-TODAY.
                   FUNCTION INTEGER-OF-DATE(WS-USAGE-TODAY).
           COMPUTE WS-USAGE-CUTOFF-INT =
                   WS-USAGE-TODAY-INT - WS-USAGE-WINDOW-DAYS.
           PERFORM 400-OPEN-PART-SUMMARY.
           IF  HISTORY-FROM-SUMMARY
               PERFORM 400-READ-PART-SUMMARY
               PERFORM UNTIL USAGE-EOF-SW = "Y"
                   PERFORM 400-CHECK-PART-USAGE
                   PERFORM 400-READ-PART-SUMMARY
               END-PERFORM
               CLOSE   PARTSUMM-FILE
           ELSE
               PERFORM 400-READ-HISTORY-FILE
           END-IF.
           DISPLAY "INVENTORY REPORT: HISTORY FROM " HISTORY-SOURCE-O.

      *-----------------------------------------------------------------
       400-READ-HISTORY-FILE.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT = "00"
               READ    HISTORY-FILE-IN
                       AT END  MOVE "Y" TO USAGE-EOF-SW
               END-READ
               PERFORM UNTIL USAGE-EOF-SW = "Y"
                   PERFORM 400-CHECK-PART-USAGE
                   READ    HISTORY-FILE-IN
                           AT END  MOVE "Y" TO USAGE-EOF-SW
                   END-READ
                       " - SUGGESTED QUANTITIES USE STATIC POINTS"
           END-IF.

      *-----------------------------------------------------------------
       400-CHECK-PART-USAGE.
           IF  HIST-CODE-IN = "S"
               COMPUTE WS-USAGE-HIST-INT =
                       FUNCTION INTEGER-OF-DATE(HIST-DATE-IN)
               IF  WS-USAGE-HIST-INT >= WS-USAGE-CUTOFF-INT
                   PERFORM 400-ADD-PART-USAGE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       400-ADD-PART-USAGE.
           SET     US-IDX  TO  1.
           PERFORM 300-CLASSIFY-CURRENT-PART.
           PERFORM 300-PRINT-INVENTORY-DETAIL.
           PERFORM 300-PRINT-LOCATION-DETAIL.
           PERFORM 300-PRINT-CONSIGNED-DETAIL.
           PERFORM 300-COUNT-PART-LINES.
           PERFORM 300-WRITE-INVENT-CSV-DETAIL.
           PERFORM 300-COMPUTE-GRAND-TOTAL.
           PERFORM 300-CHECK-PART-LIFECYCLE.
           PERFORM 300-CHECK-PART-SUPERSESSION.
           IF WS-SUPPLY-QTY NOT GREATER THAN REORDER-POINT-IN
                   AND PART-REORDERABLE
               PERFORM 300-INITIALIZE-BEFORE-SEARCH-SUPPLIER
               PERFORM 300-SEARCH-SUPPLIER
               PERFORM 300-SELECT-BEST-SOURCE
               PERFORM 300-FIND-BLANKET-AGREEMENT
               PERFORM 300-COMPUTE-SUGGESTED-REORDER
               PERFORM 300-ROUND-TO-PURCHASE-UNIT
               PERFORM 300-PRINT-REORDER-DETAIL
               PERFORM 300-PRINT-ALTERNATE-SOURCES
               PERFORM 300-PRINT-AGREEMENT-LINE
               PERFORM 300-WRITE-REORDER-CSV-DETAIL
               PERFORM 300-CHECK-PART-ON-ORDER
               IF  NOT PART-ON-ORDER AND WS-SUGGESTED-QTY > ZEROS
                   IF  AGREEMENT-FOUND
                       AND WS-SUGGESTED-QTY > WS-BPA-REMAINING
                       MOVE    WS-BPA-REMAINING    TO
                               WS-SUGGESTED-QTY
                       PERFORM 300-ROUND-DOWN-TO-PURCHASE-UNIT
                   END-IF
                   PERFORM 300-CHECK-OPEN-TO-BUY
                   IF  NOT OTB-HOLD
                       PERFORM 300-WRITE-PURCHASE-ORDER-RECORD
                       PERFORM 300-WRITE-OPEN-PO-RECORD
                       IF  AGREEMENT-FOUND
                           PERFORM 300-DRAW-DOWN-AGREEMENT
                       END-IF
                   END-IF
               END-IF
               PERFORM 300-ACCUMULATE-SUPPLIER-SUMMARY.
           PERFORM 300-READ-INVENTORY-FILE.
           PERFORM 300-PRINT-INVENT-REPORT-FOOTER.
           PERFORM 300-PRINT-SUPPLIER-SUMMARY-REPORT.
           PERFORM 300-PRINT-SUPPLIER-EXCEPTION-REPORT.
           PERFORM 300-PRINT-OTB-HOLD-FOOTER.
           PERFORM 300-SAVE-PO-SEQUENCE.
           PERFORM 300-CLOSE-INVENTORY-FILES.
           
                   OUTPUT  INVENT-CSV-OUT
                   OUTPUT  REORDER-CSV-OUT
                   OUTPUT  PURCHORD-FILE-OUT
                   OUTPUT  ABCCLASS-FILE-OUT
                   OUTPUT  OTBHOLD-REPORT-OUT.
           IF  INVENT-FILE-STAT    NOT = "00"
            OR SUPPLIER-FILE-STAT  NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
                       "INVENT=" INVENT-FILE-STAT
                       " SUPPLIER=" SUPPLIER-FILE-STAT
           END-IF.
           OPEN    INPUT   PARTSUPP-FILE-IN.
           IF  PARTSUPP-FILE-STAT = "00"
               SET     PARTSUPP-AVAILABLE  TO  TRUE
                       "STATUS " PARTSUPP-FILE-STAT
                       " - POS GO TO EACH PART'S OWN SUPPLIER"
           END-IF.
           PERFORM 300-LOAD-PO-SEQUENCE.
           PERFORM 300-LOAD-CURRENCY-TABLES.
           PERFORM 300-LOAD-OPEN-PO-PARTS.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
           ELSE
               DISPLAY "INVENTORY REPORT: NO PART/LOCATION BALANCES, "
                       "STATUS " PARTLOC-FILE-STAT
                       " - LOCATION BREAKDOWN NOT PRINTED"
           END-IF.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STAT = "00"
               SET     PARTCTL-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    I-O     BLANKET-FILE.
           IF  BLANKET-FILE-STAT = "00"
               SET     BLANKET-AVAILABLE   TO  TRUE
               OPEN    EXTEND  BPAREL-FILE-OUT
               IF  BPAREL-FILE-STAT NOT = "00"
                   OPEN    OUTPUT  BPAREL-FILE-OUT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Load each supplier's currency (one sequential pass over the
      *-----------------------------------------------------------------
      * Convert one cross-reference quote to local money at the rate
      * in force when its supplier trades in a foreign currency; a
      * currency with no rate on file leaves the quote as keyed. The
      * quote is per purchase unit, so the stocking-unit price is
      * taken from it whole rather than from the rounded ALT-PRICE.
      *-----------------------------------------------------------------
       400-CONVERT-QUOTE-TO-LOCAL.
           MOVE    SPACES  TO  WS-QUOTE-CURRENCY.
           IF  WS-QUOTE-CURRENCY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-RUN-DATE     TO  WS-RATE-AS-OF-DATE.
           PERFORM 500-FIND-RATE-IN-FORCE.
           IF  WS-RATE-IN-FORCE > ZEROS
               COMPUTE ALT-PRICE(ALT-COUNT) ROUNDED =
                       PS-PRICE * WS-RATE-IN-FORCE
                       / ALT-CONV-FACTOR(ALT-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      * The latest WS-QUOTE-CURRENCY rate effective on or before
      * WS-RATE-AS-OF-DATE; zero when none is on file.
      *-----------------------------------------------------------------
       500-FIND-RATE-IN-FORCE.
           MOVE    ZEROS   TO  WS-RATE-IN-FORCE
                               WS-RATE-EFF-DATE.
           PERFORM VARYING XT-IDX FROM 1 BY 1 UNTIL XT-IDX > XT-COUNT
               IF  XT-CURRENCY(XT-IDX) = WS-QUOTE-CURRENCY
                       AND XT-EFFECTIVE-DATE(XT-IDX)
                           NOT > WS-RATE-AS-OF-DATE
                       AND XT-EFFECTIVE-DATE(XT-IDX)
                           NOT < WS-RATE-EFF-DATE
                   MOVE    XT-RATE(XT-IDX) TO  WS-RATE-IN-FORCE
                           WS-RATE-EFF-DATE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Carry the PO sequence forward across runs: load the highest PO
      * purchase order, then reopen OPENPO.TXT EXTEND so tonight's new
      * POs are added after the ones still outstanding. A missing
      * OPENPO.TXT (first-ever run) just means nothing is on order.
      * Every PO ordered in tonight's fiscal period, closed or not, is
      * also charged against that period's open-to-buy budgets.
      *-----------------------------------------------------------------
       300-LOAD-OPEN-PO-PARTS.
           ACCEPT  WS-RUN-DATE     FROM DATE YYYYMMDD.
           PERFORM 400-LOAD-OPEN-TO-BUY.
           IF  OTB-ACTIVE
               PERFORM 400-LOAD-OTB-RELEASE-PRICES
           END-IF.
           OPEN    INPUT   OPENPO-FILE-OUT.
           IF  OPENPO-FILE-STAT = "00"
               MOVE    "N"     TO  OPENPO-EOF-SW
                   IF  OPO-STATUS-OUT NOT = "C"
                       PERFORM 400-ADD-ON-ORDER-PART
                   END-IF
                   IF  OTB-ACTIVE
                       PERFORM 400-COMMIT-OPEN-PO-VALUE
                   END-IF
                   READ    OPENPO-FILE-OUT
                           AT END  MOVE "Y" TO OPENPO-EOF-SW
               END-PERFORM
               OPEN    OUTPUT  OPENPO-FILE-OUT
           END-IF.

      *-----------------------------------------------------------------
      * Find the fiscal period holding tonight's date and load its
      * open-to-buy budgets. No calendar, no period covering tonight,
      * or no budgets for it leaves every PO unconstrained, as it
      * always was.
      *-----------------------------------------------------------------
       400-LOAD-OPEN-TO-BUY.
           MOVE    "N"     TO  OTB-ACTIVE-SW.
           MOVE    ZEROS   TO  OT-COUNT
                               WS-OTB-PERIOD-ID.
           OPEN    INPUT   FISCALCL-FILE-IN.
           IF  FISCALCL-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  FISCALCL-EOF-SW.
           READ    FISCALCL-FILE-IN
                   AT END  MOVE "Y" TO FISCALCL-EOF-SW.
           PERFORM UNTIL FISCALCL-EOF-SW = "Y"
               IF  WS-RUN-DATE NOT < FC-START-DATE-IN
                       AND WS-RUN-DATE NOT > FC-END-DATE-IN
                   MOVE    FC-PERIOD-ID-IN     TO  WS-OTB-PERIOD-ID
                   MOVE    FC-START-DATE-IN    TO  WS-OTB-START-DATE
                   MOVE    FC-END-DATE-IN      TO  WS-OTB-END-DATE
               END-IF
               READ    FISCALCL-FILE-IN
                       AT END  MOVE "Y" TO FISCALCL-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   FISCALCL-FILE-IN.
           IF  WS-OTB-PERIOD-ID = ZEROS
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   OTBBUDG-FILE-IN.
           IF  OTBBUDG-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  OTBBUDG-EOF-SW.
           READ    OTBBUDG-FILE-IN
                   AT END  MOVE "Y" TO OTBBUDG-EOF-SW.
           PERFORM UNTIL OTBBUDG-EOF-SW = "Y"
               IF  OB-PERIOD-ID-IN = WS-OTB-PERIOD-ID
                       AND OT-COUNT < 500
                   ADD     1                   TO  OT-COUNT
                   SET     OT-IDX              TO  OT-COUNT
                   MOVE    OB-KEY-TYPE-IN      TO  OT-TYPE(OT-IDX)
                   MOVE    OB-KEY-VALUE-IN     TO  OT-KEY(OT-IDX)
                   MOVE    OB-BUDGET-IN        TO  OT-BUDGET(OT-IDX)
                   MOVE    ZEROS               TO  OT-COMMITTED(OT-IDX)
                                                   OT-RECEIVED(OT-IDX)
               END-IF
               READ    OTBBUDG-FILE-IN
                       AT END  MOVE "Y" TO OTBBUDG-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   OTBBUDG-FILE-IN.
           IF  OT-COUNT > ZEROS
               SET     OTB-ACTIVE  TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
      * The release log's entries for tonight's period. Each release
      * went out on the day its PO was cut, so the release date
      * places it in the period exactly as the PO's order date does.
      * No release log just means no PO was a release.
      *-----------------------------------------------------------------
       400-LOAD-OTB-RELEASE-PRICES.
           MOVE    ZEROS   TO  RP-COUNT.
           OPEN    INPUT   BPAREL-FILE-OUT.
           IF  BPAREL-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  BPAREL-EOF-SW.
           READ    BPAREL-FILE-OUT
                   AT END  MOVE "Y" TO BPAREL-EOF-SW.
           PERFORM UNTIL BPAREL-EOF-SW = "Y"
               IF  BR-RELEASE-DATE NOT < WS-OTB-START-DATE
                       AND BR-RELEASE-DATE NOT > WS-OTB-END-DATE
                       AND RP-COUNT < 9999
                   ADD     1                   TO  RP-COUNT
                   SET     RP-IDX              TO  RP-COUNT
                   MOVE    BR-PO-NUMBER        TO  RP-PO-NUMBER(RP-IDX)
                   MOVE    BR-CONTRACT-PRICE   TO
                           RP-CONTRACT-PRICE(RP-IDX)
               END-IF
               READ    BPAREL-FILE-OUT
                       AT END  MOVE "Y" TO BPAREL-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BPAREL-FILE-OUT.

      *-----------------------------------------------------------------
      * Charge an OPENPO record ordered in tonight's period against
      * its supplier's and class's budgets: what is still to come in
      * (nothing, once the PO is closed) and what has been received.
      * A PO released against an agreement is valued at the
      * release's contract price. Supplier-currency prices are
      * brought to local money at the rate in force on the order date.
      *-----------------------------------------------------------------
       400-COMMIT-OPEN-PO-VALUE.
           IF  OPO-ORDER-DATE-OUT < WS-OTB-START-DATE
            OR OPO-ORDER-DATE-OUT > WS-OTB-END-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE    OPO-PART-NUMBER-OUT     TO  WS-OTB-PART.
           MOVE    OPO-SUPPLIER-ID-OUT     TO  WS-OTB-SUPPLIER.
           PERFORM 500-PRICE-OTB-UNIT.
           IF  RP-COUNT > ZEROS
               SET     RP-IDX  TO  1
               SEARCH  RP-ENTRY
                   WHEN    RP-PO-NUMBER(RP-IDX) = OPO-PO-NUMBER-OUT
                       IF  RP-CONTRACT-PRICE(RP-IDX) > ZEROS
                           MOVE    RP-CONTRACT-PRICE(RP-IDX)   TO
                                   WS-OTB-FOREIGN-COST
                       END-IF
               END-SEARCH
           END-IF.
           MOVE    OPO-ORDER-DATE-OUT      TO  WS-RATE-AS-OF-DATE.
           PERFORM 500-CONVERT-OTB-COST.
           MOVE    ZEROS                   TO  WS-OTB-OPEN-QTY.
           IF  OPO-STATUS-OUT NOT = "C"
                   AND OPO-ORDERED-QTY-OUT > OPO-RECEIVED-QTY-OUT
               COMPUTE WS-OTB-OPEN-QTY =
                       OPO-ORDERED-QTY-OUT - OPO-RECEIVED-QTY-OUT
           END-IF.
           COMPUTE WS-OTB-OPEN-VALUE =
                   WS-OTB-OPEN-QTY * WS-OTB-UNIT-COST.
           COMPUTE WS-OTB-RECEIVED-VALUE =
                   OPO-RECEIVED-QTY-OUT * WS-OTB-UNIT-COST.
           PERFORM 500-APPLY-TO-OTB-BUDGETS.

      *-----------------------------------------------------------------
      * Cost of one stocking unit of WS-OTB-PART bought from
      * WS-OTB-SUPPLIER - the supplier's cross-reference quote brought
      * down to the stocking unit, else the part's own unit price, as
      * the RNI accrual prices it - and the part's ABC class. A quote
      * is left in WS-OTB-FOREIGN-COST, in the supplier's currency,
      * for 500-CONVERT-OTB-COST; the part's own price is local money
      * and goes straight to WS-OTB-UNIT-COST.
      *-----------------------------------------------------------------
       500-PRICE-OTB-UNIT.
           MOVE    ZEROS   TO  WS-OTB-UNIT-COST
                               WS-OTB-FOREIGN-COST.
           MOVE    "C"     TO  WS-OTB-CLASS.
           IF  PARTSUPP-AVAILABLE
               MOVE    WS-OTB-PART         TO  PS-PART-NUMBER
               MOVE    WS-OTB-SUPPLIER     TO  PS-SUPPLIER-ID
               READ    PARTSUPP-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  PS-CONV-FACTOR > 1
                           COMPUTE WS-OTB-FOREIGN-COST ROUNDED =
                                   PS-PRICE / PS-CONV-FACTOR
                       ELSE
                           MOVE    PS-PRICE    TO  WS-OTB-FOREIGN-COST
                       END-IF
               END-READ
           END-IF.
           IF  PV-COUNT > ZEROS
               SET     PV-IDX  TO  1
               SEARCH  ALL PV-ENTRY
                       WHEN    PV-PART-NUMBER(PV-IDX) = WS-OTB-PART
                           MOVE    PV-CLASS(PV-IDX)    TO  WS-OTB-CLASS
                           IF  WS-OTB-FOREIGN-COST = ZEROS
                               MOVE    PV-UNIT-PRICE(PV-IDX)   TO
                                       WS-OTB-UNIT-COST
                           END-IF
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Bring WS-OTB-FOREIGN-COST, when there is one, to local money in
      * WS-OTB-UNIT-COST at WS-OTB-SUPPLIER's rate in force on
      * WS-RATE-AS-OF-DATE. A local supplier, or a currency with no
      * rate on file, takes the price as keyed, as quotes are.
      *-----------------------------------------------------------------
       500-CONVERT-OTB-COST.
           IF  WS-OTB-FOREIGN-COST = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE    SPACES  TO  WS-QUOTE-CURRENCY.
           IF  SY-COUNT > ZEROS
               SET     SY-IDX  TO  1
               SEARCH  SY-ENTRY
                       WHEN    SY-SUPPLIER-ID(SY-IDX) = WS-OTB-SUPPLIER
                           MOVE    SY-CURRENCY(SY-IDX) TO
                                   WS-QUOTE-CURRENCY
               END-SEARCH
           END-IF.
           MOVE    ZEROS   TO  WS-RATE-IN-FORCE.
           IF  WS-QUOTE-CURRENCY NOT = SPACES
               PERFORM 500-FIND-RATE-IN-FORCE
           END-IF.
           IF  WS-RATE-IN-FORCE > ZEROS
               COMPUTE WS-OTB-UNIT-COST ROUNDED =
                       WS-OTB-FOREIGN-COST * WS-RATE-IN-FORCE
           ELSE
               COMPUTE WS-OTB-UNIT-COST ROUNDED = WS-OTB-FOREIGN-COST
           END-IF.

      *-----------------------------------------------------------------
      * Add WS-OTB-OPEN-VALUE/WS-OTB-RECEIVED-VALUE to every budget
      * line for WS-OTB-SUPPLIER and for WS-OTB-CLASS.
      *-----------------------------------------------------------------
       500-APPLY-TO-OTB-BUDGETS.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL   OT-IDX > OT-COUNT
               IF  (OT-TYPE(OT-IDX) = "S"
                       AND OT-KEY(OT-IDX) = WS-OTB-SUPPLIER)
                OR (OT-TYPE(OT-IDX) = "C"
                       AND OT-KEY(OT-IDX) = WS-OTB-CLASS)
                   ADD     WS-OTB-OPEN-VALUE       TO
                           OT-COMMITTED(OT-IDX)
                   ADD     WS-OTB-RECEIVED-VALUE   TO
                           OT-RECEIVED(OT-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Add the open-PO record's part number to ON-ORDER-PARTS-TABLE
      * if it is not already there.
       300-PRINT-REPORT-TITLES.
           PERFORM 400-PRINT-INVENT-REPORT-TITLE.
           PERFORM 400-PRINT-REORDER-REPORT-TITLE.
           PERFORM 400-PRINT-OTBHOLD-TITLE.
      
      *-----------------------------------------------------------------
      * print header of inventory report and reorder report. 
       300-PRINT-REPORT-HEADERS.
           PERFORM 400-PRINT-INVENT-REPORT-HEADER.
           PERFORM 400-PRINT-REORDER-REPORT-HEADER.
           PERFORM 400-PRINT-OTBHOLD-HEADER.
           PERFORM 400-PRINT-CSV-HEADERS.
                                                                        
      *-----------------------------------------------------------------
      * print header of inventory report and reorder report.
      *-----------------------------------------------------------------
       300-COMPUTE-INVENTORY-VALUE.
           PERFORM 400-LOOK-UP-CONSIGNED-QTY.
           MOVE    WS-OWNED-QTY    TO  LS-QUANTITY.
           MOVE    UNIT-PRICE-IN   TO  LS-UNIT-PRICE.
           MOVE    ZEROS           TO  LS-RECEIPT-QUANTITY
                                       LS-RECEIPT-COST.
           CALL    "ComputeValue"  USING LINK-PARAMETERS.

      *-----------------------------------------------------------------
      * Sum the current part's consignment stock across its
      * agreements; the owned rest of QUANTITY-IN (never below zero)
      * is what the value is taken on.
      *-----------------------------------------------------------------
       400-LOOK-UP-CONSIGNED-QTY.
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
           IF  QUANTITY-IN > WS-CONSIGNED-QTY
               COMPUTE WS-OWNED-QTY = QUANTITY-IN - WS-CONSIGNED-QTY
           ELSE
               MOVE    ZEROS   TO  WS-OWNED-QTY
           END-IF.

      *-----------------------------------------------------------------
      * Read every master record once to compute PV-GRAND-TOTAL and
      * capture each part's value in PV-ENTRY, in ascending
               MOVE    PART-NUMBER-IN      TO  PV-PART-NUMBER(PV-IDX)
               MOVE    LS-VALUE            TO  PV-VALUE(PV-IDX)
               MOVE    "C"                 TO  PV-CLASS(PV-IDX)
               MOVE    UNIT-PRICE-IN       TO  PV-UNIT-PRICE(PV-IDX)
               ADD     LS-VALUE            TO  PV-GRAND-TOTAL
               PERFORM 400-CAPTURE-OLD-PART-STOCK
               READ    INVENT-FILE-IN
                       AT END  MOVE "Y" TO ABC-EOF-SW
           END-PERFORM.
      *-----------------------------------------------------------------
      * print header of inventory report and reorder report. 
      *-----------------------------------------------------------------
      * print one line per PARTLOC balance under the part's detail
      * line, so the report shows the breakdown QUANTITY-IN above was
      * totaled from.
      *-----------------------------------------------------------------
       300-PRINT-LOCATION-DETAIL.
           MOVE    ZEROS   TO  WS-LOC-LINES.
           MOVE    "Y"     TO  PARTLOC-EOF-SW.
           IF  PARTLOC-AVAILABLE
               MOVE    PART-NUMBER-IN  TO  PLB-PART-NUMBER
               MOVE    LOW-VALUES      TO  PLB-LOCATION
               START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
                   NOT INVALID KEY
                       MOVE    "N"     TO  PARTLOC-EOF-SW
               END-START
           END-IF.
           PERFORM UNTIL PARTLOC-EOF-SW = "Y"
               READ    PARTLOC-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  PARTLOC-EOF-SW
                   NOT AT END
                       IF  PLB-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE    "Y"     TO  PARTLOC-EOF-SW
                       ELSE
                           MOVE    PLB-LOCATION    TO  LOC-CODE-O
                           MOVE    PLB-QUANTITY    TO  LOC-QUANTITY-O
                           WRITE   INVENTORY-OUT
                                   FROM  LOCATION-DETAIL-LINE
                           ADD     1       TO  WRITE-CNT
                           ADD     1       TO  WS-LOC-LINES
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      * Under a part holding consignment stock, print how much of the
      * on-hand above is the suppliers' - the value shown is on the
      * rest only.
      *-----------------------------------------------------------------
       300-PRINT-CONSIGNED-DETAIL.
           IF  WS-CONSIGNED-QTY > ZEROS
               MOVE    WS-CONSIGNED-QTY    TO  CONSIGNED-QTY-O
               WRITE   INVENTORY-OUT   FROM  CONSIGNED-DETAIL-LINE
               ADD     1       TO  WRITE-CNT
               ADD     1       TO  WS-LOC-LINES
           END-IF.

      *-----------------------------------------------------------------
      * Advance LINE-CNT by the number of physical lines just printed
      * for this part - the one detail line plus one line per occupied
      * location (and its consignment line) - so the page-skip
      * trigger reflects lines actually on the page instead of master
      * records read.
      *-----------------------------------------------------------------
       300-COUNT-PART-LINES.
           ADD     1                       TO  LINE-CNT.
           ADD     WS-LOC-LINES            TO  LINE-CNT.

      *-----------------------------------------------------------------
      * Write this part's inventory-report detail data as a comma-
               COMPUTE WS-USAGE-POINT ROUNDED =
                       WS-DAILY-USAGE * WS-COVER-DAYS
               COMPUTE WS-SUGGESTED-QTY =
                       WS-USAGE-POINT - WS-SUPPLY-QTY
               IF  REORDER-POINT-IN < WS-USAGE-POINT / 2
                   OR REORDER-POINT-IN > WS-USAGE-POINT * 2
                   MOVE    "CHK"   TO  REORDER-FLAG-R
               END-IF
           ELSE
               COMPUTE WS-SUGGESTED-QTY =
                       REORDER-POINT-IN - WS-SUPPLY-QTY
           END-IF.
           IF  WS-SUGGESTED-QTY < ZEROS
               MOVE    ZEROS   TO  WS-SUGGESTED-QTY
           COMPUTE WS-SUGGESTED-VALUE =
                   WS-SUGGESTED-QTY * UNIT-PRICE-IN.

      *-----------------------------------------------------------------
      * A supplier selling by the case is ordered in whole cases: the
      * suggestion is rounded up to the next multiple of the chosen
      * source's conversion factor, still counted in stocking units,
      * so the reorder report, the open PO, and receiving all stay
      * in the part's own unit. PO-PRINT turns it back into cases.
      *-----------------------------------------------------------------
       300-ROUND-TO-PURCHASE-UNIT.
           MOVE    1       TO  WS-ORDER-FACTOR.
           PERFORM VARYING WS-ALT-SUB FROM 1 BY 1
                   UNTIL   WS-ALT-SUB > ALT-COUNT
               IF  ALT-SUPPLIER-ID(WS-ALT-SUB) = WS-CHOSEN-SUPPLIER
                   MOVE    ALT-CONV-FACTOR(WS-ALT-SUB) TO
                           WS-ORDER-FACTOR
               END-IF
           END-PERFORM.
           IF  WS-ORDER-FACTOR NOT > 1 OR WS-SUGGESTED-QTY = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ORDER-UNITS =
                   (WS-SUGGESTED-QTY + WS-ORDER-FACTOR - 1)
                   / WS-ORDER-FACTOR.
           COMPUTE WS-SUGGESTED-QTY =
                   WS-ORDER-UNITS * WS-ORDER-FACTOR.
           COMPUTE WS-SUGGESTED-VALUE =
                   WS-SUGGESTED-QTY * UNIT-PRICE-IN.

      *-----------------------------------------------------------------
      * A release held to what its agreement has left drops back to
      * whole purchase units, since the supplier cannot ship part of
      * a case. Less than one unit left is released as it stands, in
      * stocking units, so the agreement can still be used up.
      *-----------------------------------------------------------------
       300-ROUND-DOWN-TO-PURCHASE-UNIT.
           IF  WS-ORDER-FACTOR NOT > 1
                   OR WS-SUGGESTED-QTY < WS-ORDER-FACTOR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ORDER-UNITS =
                   WS-SUGGESTED-QTY / WS-ORDER-FACTOR.
           COMPUTE WS-SUGGESTED-QTY =
                   WS-ORDER-UNITS * WS-ORDER-FACTOR.

      *-----------------------------------------------------------------
       400-LOOK-UP-PART-USAGE.
           MOVE    ZEROS   TO  WS-PART-USAGE.
           MOVE    ZEROS                   TO  OPO-RECEIVED-QTY-OUT.
           WRITE   OPENPO-RECORD-OUT.

      *-----------------------------------------------------------------
      * Hold the PO about to be cut if its value would take the
      * chosen supplier's budget, or the part's ABC class budget, for
      * tonight's period past what is left of it. A held PO is listed
      * for review and gets no PO number; a PO that fits is charged
      * against both budgets so the next part sees what remains. A PO
      * to be released against an agreement is valued at the
      * agreement's contract price, the price it will go out at,
      * converted to local money at today's rate like any quote.
      *-----------------------------------------------------------------
       300-CHECK-OPEN-TO-BUY.
           MOVE    "N"     TO  OTB-HOLD-SW.
           IF  NOT OTB-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE    PART-NUMBER-IN          TO  WS-OTB-PART.
           MOVE    WS-CHOSEN-SUPPLIER      TO  WS-OTB-SUPPLIER.
           PERFORM 500-PRICE-OTB-UNIT.
           IF  AGREEMENT-FOUND AND WS-BPA-PRICE > ZEROS
               MOVE    WS-BPA-PRICE        TO  WS-OTB-FOREIGN-COST
           END-IF.
           MOVE    WS-RUN-DATE             TO  WS-RATE-AS-OF-DATE.
           PERFORM 500-CONVERT-OTB-COST.
           COMPUTE WS-OTB-PO-VALUE =
                   WS-SUGGESTED-QTY * WS-OTB-UNIT-COST.
           MOVE    SPACES                  TO  WS-OTB-OVER.
           MOVE    ZEROS                   TO  WS-OTB-LEAST-REMAINING.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL   OT-IDX > OT-COUNT
               IF  (OT-TYPE(OT-IDX) = "S"
                       AND OT-KEY(OT-IDX) = WS-OTB-SUPPLIER)
                OR (OT-TYPE(OT-IDX) = "C"
                       AND OT-KEY(OT-IDX) = WS-OTB-CLASS)
                   COMPUTE WS-OTB-REMAINING = OT-BUDGET(OT-IDX)
                           - OT-COMMITTED(OT-IDX) - OT-RECEIVED(OT-IDX)
                   IF  WS-OTB-PO-VALUE > WS-OTB-REMAINING
                       PERFORM 400-NOTE-OTB-BREACH
                   END-IF
               END-IF
           END-PERFORM.
           IF  OTB-HOLD
               PERFORM 400-WRITE-OTB-HOLD-LINE
           ELSE
               MOVE    WS-OTB-PO-VALUE     TO  WS-OTB-OPEN-VALUE
               MOVE    ZEROS               TO  WS-OTB-RECEIVED-VALUE
               PERFORM 500-APPLY-TO-OTB-BUDGETS
           END-IF.

      *-----------------------------------------------------------------
      * Record which budget the PO breaks, keeping the smallest
      * amount left of the budgets broken for the hold line.
      *-----------------------------------------------------------------
       400-NOTE-OTB-BREACH.
           IF  NOT OTB-HOLD
            OR WS-OTB-REMAINING < WS-OTB-LEAST-REMAINING
               MOVE    WS-OTB-REMAINING    TO  WS-OTB-LEAST-REMAINING
           END-IF.
           SET     OTB-HOLD    TO  TRUE.
           EVALUATE TRUE
               WHEN    WS-OTB-OVER = SPACES
                       AND OT-TYPE(OT-IDX) = "S"
                   MOVE    "SUPPLIER"      TO  WS-OTB-OVER
               WHEN    WS-OTB-OVER = SPACES
                   MOVE    "CLASS"         TO  WS-OTB-OVER
               WHEN    WS-OTB-OVER = "SUPPLIER"
                       AND OT-TYPE(OT-IDX) = "C"
                   MOVE    "SUPP+CLASS"    TO  WS-OTB-OVER
               WHEN    WS-OTB-OVER = "CLASS"
                       AND OT-TYPE(OT-IDX) = "S"
                   MOVE    "SUPP+CLASS"    TO  WS-OTB-OVER
           END-EVALUATE.

      *-----------------------------------------------------------------
      * List a held PO on the hold list and under its reorder line.
      *-----------------------------------------------------------------
       400-WRITE-OTB-HOLD-LINE.
           MOVE    PART-NUMBER-IN          TO  OH-PART-O.
           MOVE    WS-OTB-SUPPLIER         TO  OH-SUPPLIER-O.
           MOVE    WS-OTB-CLASS            TO  OH-CLASS-O.
           MOVE    WS-SUGGESTED-QTY        TO  OH-QTY-O.
           MOVE    WS-OTB-UNIT-COST        TO  OH-UNIT-COST-O.
           MOVE    WS-OTB-PO-VALUE         TO  OH-PO-VALUE-O.
           MOVE    WS-OTB-LEAST-REMAINING  TO  OH-REMAINING-O.
           MOVE    WS-OTB-OVER             TO  OH-OVER-O.
           WRITE   OTBHOLD-OUT     FROM    OTBHOLD-DETAIL.
           MOVE    WS-OTB-OVER             TO  OTB-OVER-O.
           MOVE    WS-OTB-LEAST-REMAINING  TO  OTB-REMAINING-O.
           WRITE   REORDER-OUT     FROM    OTB-HOLD-DETAIL-LINE.
           ADD     1                       TO  WS-OTB-HELD-COUNT.
           ADD     WS-OTB-PO-VALUE         TO  WS-OTB-HELD-VALUE.

      *-----------------------------------------------------------------
      * A discontinued or obsolete part is not reordered - it prints
      * on the inventory report while it has stock, but gets no
      * reorder line and no PO. A part with no control record (or
      * no PARTCTL at all) is active.
      *-----------------------------------------------------------------
       300-CHECK-PART-LIFECYCLE.
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
      * A part superseded by another is not reordered - the final
      * part of its chain is, once the old stock is gone: the
      * on-hand of every old part the current part replaces (when
      * that stock is to be used up, not scrapped) is added to its
      * own before the reorder point is tested and the suggestion
      * sized.
      *-----------------------------------------------------------------
       300-CHECK-PART-SUPERSESSION.
           MOVE    ZEROS   TO  WS-OLD-STOCK.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               IF  SC-OLD-PART(SC-IDX) = PART-NUMBER-IN
                   MOVE    "N"     TO  WS-REORDERABLE-SW
               END-IF
               IF  SC-FINAL-PART(SC-IDX) = PART-NUMBER-IN
                       AND SC-USE-UP-SW(SC-IDX) = "Y"
                   ADD     SC-OLD-QTY(SC-IDX)  TO  WS-OLD-STOCK
               END-IF
           END-PERFORM.
           COMPUTE WS-SUPPLY-QTY = QUANTITY-IN + WS-OLD-STOCK.

      *-----------------------------------------------------------------
      * Set PART-ON-ORDER when the current part already has an open or
      * partially-received PO, so a duplicate is not cut for it.
               ADD     1                   TO  ALT-COUNT
               MOVE    PS-SUPPLIER-ID      TO
                       ALT-SUPPLIER-ID(ALT-COUNT)
               MOVE    PS-CONV-FACTOR      TO
                       ALT-CONV-FACTOR(ALT-COUNT)
               IF  ALT-CONV-FACTOR(ALT-COUNT) = ZEROS
                   MOVE    1       TO  ALT-CONV-FACTOR(ALT-COUNT)
               END-IF
               COMPUTE ALT-PRICE(ALT-COUNT) ROUNDED =
                       PS-PRICE / ALT-CONV-FACTOR(ALT-COUNT)
               MOVE    PS-LEAD-TIME        TO  ALT-LEAD-TIME(ALT-COUNT)
               MOVE    PS-PREFERRED        TO  ALT-PREFERRED(ALT-COUNT)
               PERFORM 400-CONVERT-QUOTE-TO-LOCAL
               WRITE   REORDER-OUT     FROM    ALTERNATE-DETAIL-LINE
           END-PERFORM.

      *-----------------------------------------------------------------
      * A part with an active agreement - in force tonight, not
      * closed, and with quantity left to release - is bought
      * against it whatever the cross-reference would pick: the
      * supplier signed for the volume at the contract price. Where
      * a part has more than one, the one ending soonest is drawn
      * first. The agreement supplier's lead time then sets the
      * usage cover and the PO's expected date.
      *-----------------------------------------------------------------
       300-FIND-BLANKET-AGREEMENT.
           MOVE    "N"     TO  BPA-FOUND-SW.
           IF  NOT BLANKET-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    PART-NUMBER-IN  TO  BPA-PART-NUMBER.
           MOVE    LOW-VALUES      TO  BPA-SUPPLIER-ID.
           MOVE    ZEROS           TO  BPA-START-DATE.
           START   BLANKET-FILE
                   KEY IS NOT LESS THAN BPA-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE    "N"     TO  BLANKET-EOF-SW.
           PERFORM UNTIL BLANKET-EOF-SW = "Y"
               READ    BLANKET-FILE    NEXT
                   AT END
                       MOVE    "Y"     TO  BLANKET-EOF-SW
                   NOT AT END
                       IF  BPA-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE    "Y"     TO  BLANKET-EOF-SW
                       ELSE
                           PERFORM 400-CONSIDER-AGREEMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF  NOT AGREEMENT-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-BPA-KEY(6:2)     TO  WS-CHOSEN-SUPPLIER.
           MOVE    WS-CHOSEN-SUPPLIER  TO  SP-SUPPLIER-ID.
           READ    SUPPLIER-FILE-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE    SP-SUPPLIER-NAME    TO  SUPPLIER-NAME-R
                       IF  SP-LEAD-TIME > ZEROS
                           MOVE    SP-LEAD-TIME    TO
                                   WS-SUPPLIER-LEAD-DAYS
                       END-IF
           END-READ.
           PERFORM VARYING WS-ALT-SUB FROM 1 BY 1
                   UNTIL   WS-ALT-SUB > ALT-COUNT
               IF  ALT-SUPPLIER-ID(WS-ALT-SUB) = WS-CHOSEN-SUPPLIER
                       AND ALT-LEAD-TIME(WS-ALT-SUB) > ZEROS
                   MOVE    ALT-LEAD-TIME(WS-ALT-SUB)   TO
                           WS-SUPPLIER-LEAD-DAYS
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       400-CONSIDER-AGREEMENT.
           IF  BPA-STATUS = "C"
                   OR BPA-START-DATE > WS-RUN-DATE
                   OR BPA-END-DATE < WS-RUN-DATE
                   OR BPA-RELEASED-QTY NOT < BPA-COMMITTED-QTY
               EXIT PARAGRAPH
           END-IF.
           IF  AGREEMENT-FOUND AND BPA-END-DATE NOT < WS-BPA-END-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE    "Y"                 TO  BPA-FOUND-SW.
           MOVE    BPA-KEY             TO  WS-BPA-KEY.
           MOVE    BPA-END-DATE        TO  WS-BPA-END-DATE.
           MOVE    BPA-CONTRACT-PRICE  TO  WS-BPA-PRICE.
           COMPUTE WS-BPA-REMAINING =
                   BPA-COMMITTED-QTY - BPA-RELEASED-QTY.

      *-----------------------------------------------------------------
       300-PRINT-AGREEMENT-LINE.
           IF  AGREEMENT-FOUND
               MOVE    WS-CHOSEN-SUPPLIER  TO  BPA-SUPPLIER-O
               MOVE    WS-BPA-PRICE        TO  BPA-PRICE-O
               MOVE    WS-BPA-REMAINING    TO  BPA-REMAINING-O
               WRITE   REORDER-OUT     FROM    AGREEMENT-DETAIL-LINE
           END-IF.

      *-----------------------------------------------------------------
      * The PO just cut is a release: draw the agreement's released
      * quantity up by it and log the release. The PO quantity was
      * held to what the agreement had left, so a release never
      * overdraws it.
      *-----------------------------------------------------------------
       300-DRAW-DOWN-AGREEMENT.
           MOVE    WS-BPA-KEY      TO  BPA-KEY.
           READ    BLANKET-FILE
               INVALID KEY
                   DISPLAY "INVENTORY REPORT: AGREEMENT " WS-BPA-KEY
                           " NOT FOUND FOR PO " WS-PO-NUMBER
                   EXIT PARAGRAPH
           END-READ.
           ADD     WS-SUGGESTED-QTY    TO  BPA-RELEASED-QTY.
           REWRITE BLANKET-RECORD
               INVALID KEY
                   DISPLAY "INVENTORY REPORT: CANNOT REWRITE "
                           "AGREEMENT " WS-BPA-KEY
           END-REWRITE.
           MOVE    WS-BPA-KEY          TO  BR-AGREEMENT-KEY.
           MOVE    WS-PO-NUMBER        TO  BR-PO-NUMBER.
           MOVE    WS-RUN-DATE         TO  BR-RELEASE-DATE.
           MOVE    WS-SUGGESTED-QTY    TO  BR-QTY.
           MOVE    WS-BPA-PRICE        TO  BR-CONTRACT-PRICE.
           WRITE   BPAREL-RECORD-OUT.

      *-----------------------------------------------------------------
      * Roll this part's reorder exposure into its supplier's running
      * below-reorder count and suggested reorder value.
           IF  PARTSUPP-AVAILABLE
               CLOSE   PARTSUPP-FILE-IN
           END-IF.
           IF  PARTLOC-AVAILABLE
               CLOSE   PARTLOC-FILE
           END-IF.
           IF  PARTCTL-AVAILABLE
               CLOSE   PARTCTL-FILE
           END-IF.
           IF  CONSIGN-AVAILABLE
               CLOSE   CONSIGN-FILE
           END-IF.
           IF  BLANKET-AVAILABLE
               CLOSE   BLANKET-FILE
                       BPAREL-FILE-OUT
           END-IF.
           CLOSE   OTBHOLD-REPORT-OUT.

      *----------------------------------------------------------------- 
      * initialize before searching supplier name using id.  
           MOVE    WRITE-CNT           TO  FOOTER-COUNTER.
           WRITE   INVENTORY-OUT   FROM    INVENT-FOOTER.

      *-----------------------------------------------------------------
      * close the open-to-buy hold list with its count and value.
      *-----------------------------------------------------------------
       300-PRINT-OTB-HOLD-FOOTER.
           IF  NOT OTB-ACTIVE
               MOVE    " NO OPEN-TO-BUY BUDGETS FOR THIS PERIOD"
                                           TO  OTBHOLD-OUT
               WRITE   OTBHOLD-OUT
               EXIT PARAGRAPH
           END-IF.
           MOVE    "POS HELD"              TO  OH-FOOTER-NAME.
           MOVE    WS-OTB-HELD-COUNT       TO  OH-FOOTER-COUNT.
           MOVE    WS-OTB-HELD-VALUE       TO  OH-FOOTER-VALUE.
           WRITE   OTBHOLD-OUT     FROM    OTBHOLD-FOOTER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * print the per-supplier reorder exposure summary report.
      *-----------------------------------------------------------------
       400-PRINT-REORDER-REPORT-TITLE.
           WRITE   REORDER-OUT         FROM    REORDER-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   REORDER-OUT         FROM    HISTORY-SOURCE-LINE
                   AFTER ADVANCING 1   LINES.
      
      *-----------------------------------------------------------------
      * print title and header of the open-to-buy hold list.
      *-----------------------------------------------------------------
       400-PRINT-OTBHOLD-TITLE.
           MOVE    WS-OTB-PERIOD-ID    TO  OTBHOLD-PERIOD-O.
           MOVE    WS-RUN-DATE         TO  OTBHOLD-DATE-O.
           WRITE   OTBHOLD-OUT         FROM    OTBHOLD-TITLE
                   AFTER ADVANCING 1   LINES.

       400-PRINT-OTBHOLD-HEADER.
           WRITE   OTBHOLD-OUT         FROM    OTBHOLD-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES       TO OTBHOLD-OUT.
           WRITE   OTBHOLD-OUT.

      *-----------------------------------------------------------------    
      * print header of inventory report. 
      *-----------------------------------------------------------------
           END-IF.


      *-----------------------------------------------------------------
      * Read the daily part-activity summary in place of TRANHIST
      * once it has been built - its control record is the sign.
      *-----------------------------------------------------------------
       400-OPEN-PART-SUMMARY.
           MOVE    "TRANHIST.TXT"  TO  HISTORY-SOURCE-O.
           MOVE    "N"             TO  USAGE-EOF-SW.
           OPEN    INPUT   PARTSUMM-FILE.
           IF  PARTSUMM-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    ZEROS       TO  PSM-PART-NUMBER
                                   PSM-DATE.
           MOVE    SPACE       TO  PSM-CODE.
           READ    PARTSUMM-FILE
               INVALID KEY
                   CLOSE   PARTSUMM-FILE
                   EXIT PARAGRAPH
           END-READ.
           SET     HISTORY-FROM-SUMMARY    TO  TRUE.
           MOVE    PSM-CTL-POSTED-THROUGH  TO  WS-SUMMARY-THROUGH.
           MOVE    SPACES      TO  HISTORY-SOURCE-O.
           STRING  "PARTSUMM DAILY SUMMARY THROUGH "
                   WS-SUMMARY-THROUGH  DELIMITED BY SIZE
                   INTO HISTORY-SOURCE-O.
           START   PARTSUMM-FILE   KEY IS > PSM-KEY
               INVALID KEY
                   MOVE    "Y"     TO  USAGE-EOF-SW
           END-START.

      *-----------------------------------------------------------------
      * The next day's total for a part and code, laid into the
      * history record fields the way a TRANHIST record would be.
      *-----------------------------------------------------------------
       400-READ-PART-SUMMARY.
           IF  USAGE-EOF-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           READ    PARTSUMM-FILE   NEXT
               AT END
                   MOVE    "Y"     TO  USAGE-EOF-SW
                   EXIT PARAGRAPH
           END-READ.
           MOVE    PSM-DATE            TO  HIST-DATE-IN.
           MOVE    PSM-PART-NUMBER     TO  HIST-PART-NUMBER-IN.
           MOVE    PSM-CODE            TO  HIST-CODE-IN.
           IF  PSM-UNITS-IN > ZEROS
               MOVE    PSM-UNITS-IN    TO  HIST-VALUE-IN
           ELSE
               MOVE    PSM-UNITS-OUT   TO  HIST-VALUE-IN
           END-IF.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANHIST.
           MOVE    SPACES      TO  RC-FN-PARTSUMM.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUMM" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUMM.
           MOVE    SPACES      TO  RC-FN-POSEQ.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "POSEQ.TXT" DELIMITED BY SIZE
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPP.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-CONSIGN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSIGN" DELIMITED BY SIZE
                   INTO RC-FN-CONSIGN.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.
           MOVE    SPACES      TO  RC-FN-SUPERSED.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPERSED" DELIMITED BY SIZE
                   INTO RC-FN-SUPERSED.
           MOVE    SPACES      TO  RC-FN-ABCCLASS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ABCCLASS.TXT" DELIMITED BY SIZE
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "EXCHRATE.TXT" DELIMITED BY SIZE
                   INTO RC-FN-EXCHRATE.
           MOVE    SPACES      TO  RC-FN-BLANKET.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BLANKET" DELIMITED BY SIZE
                   INTO RC-FN-BLANKET.
           MOVE    SPACES      TO  RC-FN-BPAREL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BPAREL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BPAREL.
           MOVE    SPACES      TO  RC-FN-FISCALCL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "FISCALCL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-FISCALCL.
           MOVE    SPACES      TO  RC-FN-OTBBUDG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OTBBUDG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OTBBUDG.
           MOVE    SPACES      TO  RC-FN-OTBHOLD.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OTBHOLD.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OTBHOLD.

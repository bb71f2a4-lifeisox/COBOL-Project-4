      * contact, phone and terms off the supplier master, one line
      * per part with its description and the quoted price off the
      * cross-reference (in the supplier's own currency), and the
      * document total. A PO released against a blanket agreement
      * prints at the agreement's contract price instead.
      *
      * Open POs are held in the part's stocking unit; a line whose
      * supplier sells in a larger unit (PARTSUPP's purchase unit and
      * conversion factor) is printed in that unit, at the price per
      * that unit. A quantity that is not a whole number of purchase
      * units - a release capped by its agreement, or a line changed
      * by hand - prints in the stocking unit (PARTCTL, "EA" when
      * none is kept) at the price per stocking unit.
      *
      * Used File
      *    - Open Purchase Orders: OPENPO.TXT
      *    - Supplier File (Indexed Sequential): SUPPLIER
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *    - Agreement Release Log: BPAREL.TXT
      *    - Part Control File (Indexed Sequential): PARTCTL
      *    - PO Documents: PODOC<supplier id>.TXT, one per supplier
      *
      ******************************************************************
                   RECORD KEY IS PS-KEY
                   FILE STATUS IS PARTSUPP-FILE-STAT.

      *    Releases INVENTORY-REPORT cut against blanket agreements.
           SELECT  BPAREL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BPAREL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BPAREL-FILE-STAT.

      *    Stocking units of measure, where the part has one keyed.
           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

      *    One document per supplier, named for them at open time.
           SELECT  PODOC-FILE-OUT
                   ASSIGN DYNAMIC WS-PODOC-NAME

      *    Same layout as SUPPLIER-RECORD in SupplierUpdate.cbl.
       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SUPP-ID             PIC X(02).
           05  SUPP-PHONE          PIC X(12).
           05  SUPP-TERMS          PIC X(10).
           05  SUPP-CURRENCY       PIC X(03).
           05  SUPP-VMI-FLAG       PIC X(01).
           05  FILLER              PIC X(14).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS

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

      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  PC-SERIALIZED       PIC X(01).
           05  PC-STOCK-UOM        PIC X(04).
           05  FILLER              PIC X(30).

       FD  PODOC-FILE-OUT
           RECORD CONTAINS 80 CHARACTERS
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTSUPP       PIC X(40).
           05  RC-FN-BPAREL         PIC X(40).
           05  RC-FN-PARTCTL        PIC X(40).
           05  WS-PODOC-NAME        PIC X(40).

      *    Our side of the document header.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PO NO".
           05  FILLER              PIC X(08) VALUE "PART".
           05  FILLER              PIC X(21) VALUE "DESCRIPTION".
           05  FILLER              PIC X(08) VALUE "QUANTITY".
           05  FILLER              PIC X(05) VALUE "UNIT".
           05  FILLER              PIC X(11) VALUE "UNIT PRICE".
           05  FILLER              PIC X(14) VALUE "LINE TOTAL".

           05  DOC-PART-NAME-O     PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DOC-QTY-O           PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DOC-UOM-O           PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DOC-PRICE-O         PIC ZZZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DOC-LINE-TOTAL-O    PIC ZZZ,ZZZ,ZZ9.99.

      *    The document total.
       01  DOC-TOTAL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE "DOCUMENT TOTAL".
           05  FILLER              PIC X(43) VALUE SPACES.
           05  DOC-TOTAL-O         PIC ZZZ,ZZZ,ZZ9.99.

      *    Tonight's new POs, loaded so they can be grouped and
               10  NPT-SUPPLIER-ID     PIC X(02).
               10  NPT-QTY             PIC 9(07).
               10  NPT-PRINTED-SW      PIC X(01).
               10  NPT-CONTRACT-PRICE  PIC 9(04)V99.

       01  SWITCHES-AND-COUNTERS.
           05  OPENPO-EOF-SW       PIC X(01) VALUE "N".
           05  BPAREL-EOF-SW       PIC X(01) VALUE "N".
           05  CT-DOCUMENTS-OUT    PIC 9(03) VALUE ZEROS.
           05  CT-LINES-OUT        PIC 9(05) VALUE ZEROS.
           05  PARTCTL-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTCTL-AVAILABLE         VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  OPENPO-FILE-STAT    PIC X(02).
           05  SUPPLIER-FILE-STAT  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTSUPP-FILE-STAT  PIC X(02).
           05  BPAREL-FILE-STAT    PIC X(02).
           05  PARTCTL-FILE-STAT   PIC X(02).

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-CURRENT-SUPPLIER PIC X(02).
           05  WS-LINE-PRICE       PIC 9(06)V99.
      *    The line's quantity as printed, in the purchase unit when
      *    it divides evenly, and what is left over when it does not.
           05  WS-CONV-FACTOR      PIC 9(05).
           05  WS-PRINT-QTY        PIC 9(07).
           05  WS-PRINT-REMAINDER  PIC 9(05).
           05  WS-LINE-TOTAL       PIC 9(11)V99.
           05  WS-DOC-TOTAL        PIC 9(11)V99.
           05  NP-IDX2             PIC 9(03).
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-TONIGHTS-POS.
           PERFORM 200-LOAD-TONIGHTS-RELEASES.
           IF  NP-COUNT = ZEROS
               DISPLAY "PO PRINT: NO NEW PURCHASE ORDERS TODAY"
           ELSE
               OPEN    INPUT   SUPPLIER-FILE-IN
                       INPUT   INVENT-FILE
                       INPUT   PARTSUPP-FILE-IN
               OPEN    INPUT   PARTCTL-FILE
               IF  PARTCTL-FILE-STAT = "00"
                   SET     PARTCTL-AVAILABLE   TO  TRUE
               END-IF
               PERFORM VARYING NP-IDX2 FROM 1 BY 1
                       UNTIL NP-IDX2 > NP-COUNT
                   IF  NPT-PRINTED-SW(NP-IDX2) = SPACE
               CLOSE   SUPPLIER-FILE-IN
                       INVENT-FILE
                       PARTSUPP-FILE-IN
               IF  PARTCTL-AVAILABLE
                   CLOSE   PARTCTL-FILE
               END-IF
           END-IF.
           DISPLAY "PO PRINT COMPLETED - " CT-DOCUMENTS-OUT
                   " DOCUMENT(S), " CT-LINES-OUT " LINE(S)".
                   MOVE    OPO-ORDERED-QTY-IN  TO  NPT-QTY(NP-IDX)
                   MOVE    SPACE               TO
                           NPT-PRINTED-SW(NP-IDX)
                   MOVE    ZEROS               TO
                           NPT-CONTRACT-PRICE(NP-IDX)
               END-IF
               READ    OPENPO-FILE-IN
                       AT END  MOVE "Y" TO OPENPO-EOF-SW
           END-PERFORM.
           CLOSE   OPENPO-FILE-IN.

      *-----------------------------------------------------------------
      * Tonight's releases against blanket agreements: each one's PO
      * carries the contract price agreed with the supplier, not
      * whatever the cross-reference quotes today. No release log
      * just means no PO tonight was a release.
      *-----------------------------------------------------------------
       200-LOAD-TONIGHTS-RELEASES.
           IF  NP-COUNT = ZEROS
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
               IF  BR-RELEASE-DATE = WS-TODAY
                   SET     NP-IDX  TO  1
                   SEARCH  NP-ENTRY
                       WHEN    NPT-PO-NUMBER(NP-IDX) = BR-PO-NUMBER
                           MOVE    BR-CONTRACT-PRICE   TO
                                   NPT-CONTRACT-PRICE(NP-IDX)
                   END-SEARCH
               END-IF
               READ    BPAREL-FILE-IN
                       AT END  MOVE "Y" TO BPAREL-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BPAREL-FILE-IN.

      *-----------------------------------------------------------------
      * One supplier's document: header, their details, every PO
      * line of theirs from tonight, and the total.
      *-----------------------------------------------------------------
      * One line: description off the master, quoted price off the
      * cross-reference (the document prices in the supplier's own
      * currency, the one they invoice in) - or the contract price
      * when the PO is a release against a blanket agreement. The
      * quote is per purchase unit and the contract price per
      * stocking unit, so each is carried across to whichever unit
      * the line prints in.
      *-----------------------------------------------------------------
       300-PRINT-ONE-PO-LINE.
           MOVE    "P"     TO  NPT-PRINTED-SW(NP-IDX).
                   MOVE    "(NOT ON MASTER)"   TO  IN-PART-NAME
           END-READ.
           MOVE    ZEROS   TO  WS-LINE-PRICE.
           MOVE    1       TO  WS-CONV-FACTOR.
           MOVE    SPACES  TO  PS-PURCH-UOM.
           MOVE    NPT-PART-NUMBER(NP-IDX)     TO  PS-PART-NUMBER.
           MOVE    WS-CURRENT-SUPPLIER         TO  PS-SUPPLIER-ID.
           READ PARTSUPP-FILE-IN   KEY IS  PS-KEY
               INVALID KEY
                   MOVE    SPACES      TO  PS-PURCH-UOM
               NOT INVALID KEY
                   MOVE    PS-PRICE    TO  WS-LINE-PRICE
                   IF  PS-CONV-FACTOR > 1
                       MOVE    PS-CONV-FACTOR  TO  WS-CONV-FACTOR
                   END-IF
           END-READ.
           MOVE    NPT-QTY(NP-IDX)     TO  WS-PRINT-QTY.
           MOVE    ZEROS               TO  WS-PRINT-REMAINDER.
           IF  WS-CONV-FACTOR > 1
               DIVIDE  NPT-QTY(NP-IDX) BY  WS-CONV-FACTOR
                       GIVING  WS-PRINT-QTY
                       REMAINDER WS-PRINT-REMAINDER
           END-IF.
           IF  WS-PRINT-REMAINDER = ZEROS
               MOVE    PS-PURCH-UOM    TO  DOC-UOM-O
               IF  NPT-CONTRACT-PRICE(NP-IDX) > ZEROS
                   COMPUTE WS-LINE-PRICE =
                           NPT-CONTRACT-PRICE(NP-IDX) * WS-CONV-FACTOR
               END-IF
           ELSE
               MOVE    NPT-QTY(NP-IDX) TO  WS-PRINT-QTY
               MOVE    SPACES          TO  DOC-UOM-O
               COMPUTE WS-LINE-PRICE ROUNDED =
                       WS-LINE-PRICE / WS-CONV-FACTOR
               IF  NPT-CONTRACT-PRICE(NP-IDX) > ZEROS
                   MOVE    NPT-CONTRACT-PRICE(NP-IDX)  TO
                           WS-LINE-PRICE
               END-IF
           END-IF.
           IF  DOC-UOM-O = SPACES
               PERFORM 400-LOOK-UP-STOCK-UOM
           END-IF.
           COMPUTE WS-LINE-TOTAL =
                   WS-PRINT-QTY * WS-LINE-PRICE.
           MOVE    NPT-PO-NUMBER(NP-IDX)   TO  DOC-PO-NUMBER-O.
           MOVE    NPT-PART-NUMBER(NP-IDX) TO  DOC-PART-NUMBER-O.
           MOVE    IN-PART-NAME            TO  DOC-PART-NAME-O.
           MOVE    WS-PRINT-QTY            TO  DOC-QTY-O.
           MOVE    WS-LINE-PRICE           TO  DOC-PRICE-O.
           MOVE    WS-LINE-TOTAL           TO  DOC-LINE-TOTAL-O.
           WRITE   PODOC-OUT   FROM    DOC-ITEM-LINE.
           ADD     WS-LINE-TOTAL           TO  WS-DOC-TOTAL.
           ADD     1                       TO  CT-LINES-OUT.

      *-----------------------------------------------------------------
      * The part's own stocking unit, for a line printed in it.
      *-----------------------------------------------------------------
       400-LOOK-UP-STOCK-UOM.
           MOVE    "EA"    TO  DOC-UOM-O.
           IF  NOT PARTCTL-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    NPT-PART-NUMBER(NP-IDX) TO  PC-PART-NUMBER.
           READ    PARTCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  PC-STOCK-UOM NOT = SPACES
                       MOVE    PC-STOCK-UOM    TO  DOC-UOM-O
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPP.
           MOVE    SPACES      TO  RC-FN-BPAREL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BPAREL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BPAREL.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.

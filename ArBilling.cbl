      ******************************************************************
      * This program builds the nightly accounts-receivable billing
      * interface from the night's sales, in place of billing
      * retyping them off the margin report. Every valued sale
      * BATCH-UPDATE wrote to SALEMARG.TXT is billed to the customer
      * it shipped to, at the selling price it was valued at; every
      * customer return ("C") posted to TRANHIST.TXT tonight is
      * credited at the selling price in force. Each customer gets
      * one invoice for their sales and one credit memo for their
      * returns (cash/walk-in sales bill to a blank customer on one
      * CASH document), under numbers from ARSEQ.TXT.
      *
      * The interface file carries a "DOC" record per document, a
      * "LIN" record per line, and a closing "TRL" control record
      * whose invoice total must equal the night's SALEMARG.TXT
      * revenue - the run ends with RETURN-CODE 16 if it does not.
      * Without the inventory master nothing can be billed: the run
      * leaves the interface empty and ends with RETURN-CODE 16.
      * The printed documents carry the customer's name and contact
      * from the customer master.
      *
      * Used File
      *    - Valued Sales File: SALEMARG.TXT
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Selling-Price List: SELLPRICE.TXT
      *    - Customer Master File (Indexed Sequential): CUSTMAST
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - AR Document Number Sequence: ARSEQ.TXT
      *    - AR Billing Interface File: ARINTF.TXT
      *    - Invoice / Credit Memo Documents: ARDOCS.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 AR-BILLING.
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
           SELECT  SALEMARG-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SALEMARG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SALEMARG-FILE-STAT.

           SELECT  HISTORY-FILE-IN
                   ASSIGN DYNAMIC RC-FN-TRANHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-FILE-STAT.

           SELECT  SELLPRICE-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SELLPRICE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SELLPRICE-FILE-STAT.

           SELECT  CUSTMAST-FILE
                   ASSIGN DYNAMIC RC-FN-CUSTMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CUSTM-ID
                   FILE STATUS IS CUSTM-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

      *    Persists the last AR document number issued, the same
      *    read-then-overwrite idiom INVENTORY-REPORT's POSEQ.TXT uses.
           SELECT  ARSEQ-FILE
                   ASSIGN DYNAMIC RC-FN-ARSEQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARSEQ-FILE-STAT.

           SELECT  ARINTF-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-ARINTF
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  ARDOCS-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-ARDOCS
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as SALEMARG-RECORD-OUT in BatchUpdate.cbl.
       FD  SALEMARG-FILE-IN
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS SALEMARG-RECORD-IN.
       01  SALEMARG-RECORD-IN.
           05  SM-DATE-IN          PIC 9(08).
           05  SM-PART-NUMBER-IN   PIC 9(05).
           05  SM-QTY-IN           PIC 9(07).
           05  SM-SELL-PRICE-IN    PIC 9(04)V99.
           05  SM-UNIT-COST-IN     PIC 9(04)V99.
           05  SM-CUSTOMER-ID-IN   PIC X(06).

      *    Same layout as HISTORY-RECORD-OUT in BatchUpdate.cbl.
       FD  HISTORY-FILE-IN
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS HISTORY-RECORD-IN.
       01  HISTORY-RECORD-IN.
           05  HIST-DATE-IN        PIC 9(08).
           05  HIST-PART-NUMBER-IN PIC 9(05).
           05  HIST-CODE-IN        PIC X(01).
           05  HIST-VALUE-IN       PIC 9(07).
           05  HIST-REASON-IN      PIC X(01).
           05  FILLER              PIC X(02).
           05  HIST-CUSTOMER-ID-IN PIC X(06).
           05  FILLER              PIC X(27).

      *    Same layout as SELLPRICE-RECORD in SellPriceUpdate.cbl.
       FD  SELLPRICE-FILE-IN
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS SELLPRICE-RECORD-IN.
       01  SELLPRICE-RECORD-IN.
           05  SPR-PART-NUMBER-IN  PIC 9(05).
           05  SPR-SELL-PRICE-IN   PIC 9(04)V99.
           05  SPR-EFF-DATE-IN     PIC 9(08).

      *    Same layout as CUSTOMER-RECORD in CustomerUpdate.cbl.
       FD  CUSTMAST-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS CUSTMAST-RECORD.
       01  CUSTMAST-RECORD.
           05  CUSTM-ID            PIC X(06).
           05  CUSTM-NAME          PIC X(20).
           05  CUSTM-CONTACT       PIC X(20).
           05  CUSTM-PHONE         PIC X(12).

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

       FD  ARSEQ-FILE
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS ARSEQ-RECORD.
       01  ARSEQ-RECORD                PIC 9(06).

       FD  ARINTF-FILE-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARINTF-OUT.
       01  ARINTF-OUT                  PIC X(80).

       FD  ARDOCS-FILE-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARDOCS-OUT.
       01  ARDOCS-OUT                  PIC X(80).
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
           05  RC-FN-SALEMARG       PIC X(40).
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-SELLPRICE      PIC X(40).
           05  RC-FN-CUSTMAST       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-ARSEQ          PIC X(40).
           05  RC-FN-ARINTF         PIC X(40).
           05  RC-FN-ARDOCS         PIC X(40).

      *    The interface records. One "DOC" per invoice or credit
      *    memo, its "LIN" records straight after it, and one "TRL"
      *    control record closing the file. Amounts are signed: a
      *    credit memo carries negative amounts.
       01  AR-DOCUMENT-RECORD.
           05  FILLER              PIC X(03) VALUE "DOC".
           05  AD-DOC-NUMBER       PIC 9(06).
      *    "I" invoice, "C" credit memo.
           05  AD-DOC-TYPE         PIC X(01).
           05  AD-CUSTOMER-ID      PIC X(06).
           05  AD-DOC-DATE         PIC 9(08).
           05  AD-LINE-COUNT       PIC 9(03).
           05  AD-DOC-AMOUNT       PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  AR-LINE-RECORD.
           05  FILLER              PIC X(03) VALUE "LIN".
           05  AL-DOC-NUMBER       PIC 9(06).
           05  AL-LINE-NUMBER      PIC 9(03).
           05  AL-PART-NUMBER      PIC 9(05).
           05  AL-QTY              PIC 9(07).
           05  AL-UNIT-PRICE       PIC 9(04)V99.
           05  AL-EXT-AMOUNT       PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(38) VALUE SPACES.

      *    The control record: invoice total (ties to SALEMARG.TXT
      *    revenue, also carried for the receiving side to check),
      *    credit total, and the net billed.
       01  AR-CONTROL-RECORD.
           05  FILLER              PIC X(03) VALUE "TRL".
           05  AT-RUN-DATE         PIC 9(08).
           05  AT-DOC-COUNT        PIC 9(05).
           05  AT-LINE-COUNT       PIC 9(07).
           05  AT-INVOICE-TOTAL    PIC 9(11)V99.
           05  AT-CREDIT-TOTAL     PIC 9(11)V99.
           05  AT-NET-TOTAL        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  AT-SALEMARG-REVENUE PIC 9(11)V99.
           05  FILLER              PIC X(04) VALUE SPACES.

      *    Document header lines.
       01  DOC-SHOP-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DOC-TITLE-O         PIC X(14).
           05  FILLER              PIC X(19)
               VALUE " - CENTRAL STORES".
           05  FILLER              PIC X(06) VALUE "  NO. ".
           05  DOC-NUMBER-O        PIC 9(06).

       01  DOC-DATE-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "DATED:".
           05  DOC-DATE-O          PIC 9(08).

      *    The customer block off the customer master.
       01  DOC-CUSTOMER-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "TO:".
           05  DOC-CUST-ID-O       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DOC-CUST-NAME-O     PIC X(20).
           05  FILLER              PIC X(07) VALUE "  ATTN ".
           05  DOC-CUST-CONTACT-O  PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DOC-CUST-PHONE-O    PIC X(12).

       01  DOC-ITEM-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "LN".
           05  FILLER              PIC X(08) VALUE "PART".
           05  FILLER              PIC X(22) VALUE "DESCRIPTION".
           05  FILLER              PIC X(10) VALUE "QUANTITY".
           05  FILLER              PIC X(11) VALUE "UNIT PRICE".
           05  FILLER              PIC X(14) VALUE "LINE TOTAL".

       01  DOC-ITEM-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DOC-LINE-NUMBER-O   PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DOC-PART-NUMBER-O   PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DOC-PART-NAME-O     PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DOC-QTY-O           PIC ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DOC-PRICE-O         PIC ZZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DOC-LINE-TOTAL-O    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DOC-REMARK-O        PIC X(08).

       01  DOC-TOTAL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DOC-TOTAL-NAME-O    PIC X(17).
           05  FILLER              PIC X(29) VALUE SPACES.
           05  DOC-TOTAL-O         PIC ZZZ,ZZZ,ZZ9.99.

      *    Every billable line of the night - sales from SALEMARG.TXT
      *    and credits from TRANHIST.TXT - sorted so each customer's
      *    invoice lines and then credit lines come together.
       01  BILL-TABLE.
           05  BL-COUNT            PIC 9(04) VALUE ZEROS.
           05  BL-ENTRY            OCCURS 0 TO 5000 TIMES
                                   DEPENDING ON BL-COUNT
                                   INDEXED BY BL-IDX.
               10  BL-SORT-KEY.
                   15  BL-CUSTOMER-ID  PIC X(06).
                   15  BL-DOC-TYPE     PIC X(01).
                   15  BL-PART-NUMBER  PIC 9(05).
               10  BL-QTY              PIC 9(07).
               10  BL-PRICE            PIC 9(04)V99.

      *    The selling-price list, for pricing tonight's returns.
       01  SELL-PRICE-TABLE.
           05  SL-COUNT            PIC 9(04) VALUE ZEROS.
           05  SL-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON SL-COUNT
                                   INDEXED BY SL-IDX.
               10  SL-PART-NUMBER      PIC 9(05).
               10  SL-SELL-PRICE       PIC 9(04)V99.
               10  SL-EFFECTIVE-DATE   PIC 9(08).

       01  SWITCHES-AND-COUNTERS.
           05  SALEMARG-EOF-SW     PIC X(01) VALUE "N".
           05  HISTORY-EOF-SW      PIC X(01) VALUE "N".
           05  SELLPRICE-EOF-SW    PIC X(01) VALUE "N".
           05  CUSTMAST-AVAIL-SW   PIC X(01) VALUE "N".
               88  CUSTMAST-AVAILABLE        VALUE "Y".
           05  CT-DOCUMENTS-OUT    PIC 9(05) VALUE ZEROS.
           05  CT-LINES-OUT        PIC 9(07) VALUE ZEROS.
           05  CT-LINES-DROPPED    PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  SALEMARG-FILE-STAT  PIC X(02).
           05  HISTORY-FILE-STAT   PIC X(02).
           05  SELLPRICE-FILE-STAT PIC X(02).
           05  CUSTM-FILE-STAT     PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  ARSEQ-FILE-STAT     PIC X(02).

      *    A control total that does not tie, or an inventory master
      *    that cannot be opened, means billing would go out wrong -
      *    flagged so the batch driver stops the window.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
      *    The business date billed: SALEMARG.TXT's own date when it
      *    has lines, so a run finishing after midnight still picks
      *    up the right night's returns.
           05  WS-RUN-DATE         PIC 9(08).
           05  WS-DOC-NUMBER       PIC 9(06) VALUE ZEROS.
           05  WS-DOC-LINE         PIC 9(03).
           05  WS-CURRENT-CUSTOMER PIC X(06).
           05  WS-CURRENT-TYPE     PIC X(01).
           05  WS-RETURN-PRICE     PIC 9(04)V99.
           05  WS-RETURN-EFF-DATE  PIC 9(08).
           05  WS-LINE-TOTAL       PIC 9(11)V99.
           05  WS-DOC-TOTAL        PIC 9(11)V99.
           05  WS-SIGNED-AMOUNT    PIC S9(11)V99.
           05  WS-INVOICE-TOTAL    PIC 9(11)V99 VALUE ZEROS.
           05  WS-CREDIT-TOTAL     PIC 9(11)V99 VALUE ZEROS.
           05  WS-SALEMARG-REVENUE PIC 9(11)V99 VALUE ZEROS.
           05  BL-IDX2             PIC 9(04).
           05  BL-DOC-END          PIC 9(04).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-BUILD-AR-BILLING.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           MOVE    WS-TODAY    TO  WS-RUN-DATE.
           PERFORM 200-LOAD-NIGHTS-SALES.
           PERFORM 200-LOAD-SELL-PRICE-TABLE.
           PERFORM 200-LOAD-NIGHTS-RETURNS.
           IF  BL-COUNT > ZEROS
               SORT    BL-ENTRY    ASCENDING KEY BL-SORT-KEY
           END-IF.
           PERFORM 200-INITIATE-BILLING-FILES.
           IF  NOT ABEND-DETECTED
               PERFORM VARYING BL-IDX2 FROM 1 BY 1
                       UNTIL BL-IDX2 > BL-COUNT
                   PERFORM 200-BILL-ONE-DOCUMENT
               END-PERFORM
               PERFORM 200-TERMINATE-BILLING-FILES
           END-IF.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           ELSE
               MOVE    ZERO    TO  RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
      * Every valued sale is a billable line, and its revenue is
      * summed on its own for the control-total tie-out. A missing
      * SALEMARG.TXT just means nothing sold tonight.
      *-----------------------------------------------------------------
       200-LOAD-NIGHTS-SALES.
           OPEN    INPUT   SALEMARG-FILE-IN.
           IF  SALEMARG-FILE-STAT NOT = "00"
               DISPLAY "AR BILLING: NO SALEMARG.TXT, STATUS "
                       SALEMARG-FILE-STAT " - NO SALES TO BILL"
               EXIT PARAGRAPH
           END-IF.
           READ    SALEMARG-FILE-IN
                   AT END  MOVE "Y" TO SALEMARG-EOF-SW
           END-READ.
           IF  SALEMARG-EOF-SW NOT = "Y"
               MOVE    SM-DATE-IN  TO  WS-RUN-DATE
           END-IF.
           PERFORM UNTIL SALEMARG-EOF-SW = "Y"
               COMPUTE WS-SALEMARG-REVENUE = WS-SALEMARG-REVENUE
                       + (SM-QTY-IN * SM-SELL-PRICE-IN)
               IF  BL-COUNT < 5000
                   ADD     1                   TO  BL-COUNT
                   SET     BL-IDX              TO  BL-COUNT
                   MOVE    SM-CUSTOMER-ID-IN   TO
                           BL-CUSTOMER-ID(BL-IDX)
                   MOVE    "I"                 TO  BL-DOC-TYPE(BL-IDX)
                   MOVE    SM-PART-NUMBER-IN   TO
                           BL-PART-NUMBER(BL-IDX)
                   MOVE    SM-QTY-IN           TO  BL-QTY(BL-IDX)
                   MOVE    SM-SELL-PRICE-IN    TO  BL-PRICE(BL-IDX)
               ELSE
                   ADD     1                   TO  CT-LINES-DROPPED
               END-IF
               READ    SALEMARG-FILE-IN
                       AT END  MOVE "Y" TO SALEMARG-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SALEMARG-FILE-IN.

      *-----------------------------------------------------------------
      * Load the selling-price list. A missing SELLPRICE.TXT leaves
      * returns credited at zero, flagged NO PRICE on the memo.
      *-----------------------------------------------------------------
       200-LOAD-SELL-PRICE-TABLE.
           OPEN    INPUT   SELLPRICE-FILE-IN.
           IF  SELLPRICE-FILE-STAT NOT = "00"
               DISPLAY "AR BILLING: NO SELLING-PRICE LIST, STATUS "
                       SELLPRICE-FILE-STAT " - RETURNS CREDIT AT ZERO"
               EXIT PARAGRAPH
           END-IF.
           READ    SELLPRICE-FILE-IN
                   AT END  MOVE "Y" TO SELLPRICE-EOF-SW
           END-READ.
           PERFORM UNTIL SELLPRICE-EOF-SW = "Y"
               IF  SL-COUNT < 9999
                   ADD     1                   TO  SL-COUNT
                   SET     SL-IDX              TO  SL-COUNT
                   MOVE    SPR-PART-NUMBER-IN  TO
                           SL-PART-NUMBER(SL-IDX)
                   MOVE    SPR-SELL-PRICE-IN   TO
                           SL-SELL-PRICE(SL-IDX)
                   MOVE    SPR-EFF-DATE-IN     TO
                           SL-EFFECTIVE-DATE(SL-IDX)
               END-IF
               READ    SELLPRICE-FILE-IN
                       AT END  MOVE "Y" TO SELLPRICE-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SELLPRICE-FILE-IN.

      *-----------------------------------------------------------------
      * Tonight's customer returns off the history, each a credit
      * line at the selling price in force on the run date.
      *-----------------------------------------------------------------
       200-LOAD-NIGHTS-RETURNS.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT NOT = "00"
               DISPLAY "AR BILLING: NO TRANHIST.TXT, STATUS "
                       HISTORY-FILE-STAT " - NO RETURNS TO CREDIT"
               EXIT PARAGRAPH
           END-IF.
           READ    HISTORY-FILE-IN
                   AT END  MOVE "Y" TO HISTORY-EOF-SW
           END-READ.
           PERFORM UNTIL HISTORY-EOF-SW = "Y"
               IF  HIST-CODE-IN = "C"
                       AND HIST-DATE-IN = WS-RUN-DATE
                   PERFORM 300-ADD-RETURN-LINE
               END-IF
               READ    HISTORY-FILE-IN
                       AT END  MOVE "Y" TO HISTORY-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   HISTORY-FILE-IN.

      *-----------------------------------------------------------------
      * The output files are opened first so a failed run never
      * leaves last night's interface in place to be billed again.
      *-----------------------------------------------------------------
       200-INITIATE-BILLING-FILES.
           OPEN    OUTPUT  ARINTF-FILE-OUT
                           ARDOCS-FILE-OUT.
           OPEN    INPUT   INVENT-FILE.
           IF  INVENT-FILE-STAT NOT = "00"
               DISPLAY "AR BILLING: CANNOT OPEN INVENT6, STATUS "
                       INVENT-FILE-STAT " - NOTHING BILLED"
               SET     ABEND-DETECTED  TO  TRUE
               CLOSE   ARINTF-FILE-OUT
                       ARDOCS-FILE-OUT
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   CUSTMAST-FILE.
           IF  CUSTM-FILE-STAT = "00"
               SET     CUSTMAST-AVAILABLE  TO  TRUE
           END-IF.
           PERFORM 300-LOAD-DOC-SEQUENCE.

      *-----------------------------------------------------------------
      * One document: every table line from BL-IDX2 on with the same
      * customer and document type. BL-IDX2 is left on the last line
      * of the document for the caller's VARYING to step past.
      *-----------------------------------------------------------------
       200-BILL-ONE-DOCUMENT.
           MOVE    BL-CUSTOMER-ID(BL-IDX2) TO  WS-CURRENT-CUSTOMER.
           MOVE    BL-DOC-TYPE(BL-IDX2)    TO  WS-CURRENT-TYPE.
           MOVE    BL-IDX2                 TO  BL-DOC-END.
           PERFORM UNTIL BL-DOC-END >= BL-COUNT
               IF  BL-CUSTOMER-ID(BL-DOC-END + 1) NOT =
                       WS-CURRENT-CUSTOMER
                OR BL-DOC-TYPE(BL-DOC-END + 1) NOT = WS-CURRENT-TYPE
                   EXIT PERFORM
               END-IF
               ADD     1       TO  BL-DOC-END
           END-PERFORM.
           ADD     1               TO  WS-DOC-NUMBER.
           MOVE    ZEROS           TO  WS-DOC-LINE
                                       WS-DOC-TOTAL.
           PERFORM VARYING BL-IDX FROM BL-IDX2 BY 1
                   UNTIL BL-IDX > BL-DOC-END
               COMPUTE WS-DOC-TOTAL = WS-DOC-TOTAL
                       + (BL-QTY(BL-IDX) * BL-PRICE(BL-IDX))
           END-PERFORM.
           PERFORM 300-WRITE-DOCUMENT-RECORD.
           PERFORM 300-PRINT-DOCUMENT-HEADING.
           PERFORM VARYING BL-IDX FROM BL-IDX2 BY 1
                   UNTIL BL-IDX > BL-DOC-END
               PERFORM 300-BILL-ONE-LINE
           END-PERFORM.
           MOVE    WS-DOC-TOTAL    TO  DOC-TOTAL-O.
           IF  WS-CURRENT-TYPE = "I"
               MOVE    "INVOICE TOTAL"     TO  DOC-TOTAL-NAME-O
               ADD     WS-DOC-TOTAL        TO  WS-INVOICE-TOTAL
           ELSE
               MOVE    "CREDIT TOTAL"      TO  DOC-TOTAL-NAME-O
               ADD     WS-DOC-TOTAL        TO  WS-CREDIT-TOTAL
           END-IF.
           WRITE   ARDOCS-OUT  FROM    DOC-TOTAL-LINE
                   AFTER ADVANCING 2   LINES.
           ADD     1               TO  CT-DOCUMENTS-OUT.
           MOVE    BL-DOC-END      TO  BL-IDX2.

      *-----------------------------------------------------------------
      * Close out the run: the control record, the tie-out against
      * SALEMARG.TXT revenue, and the document number saved back.
      *-----------------------------------------------------------------
       200-TERMINATE-BILLING-FILES.
           MOVE    WS-RUN-DATE         TO  AT-RUN-DATE.
           MOVE    CT-DOCUMENTS-OUT    TO  AT-DOC-COUNT.
           MOVE    CT-LINES-OUT        TO  AT-LINE-COUNT.
           MOVE    WS-INVOICE-TOTAL    TO  AT-INVOICE-TOTAL.
           MOVE    WS-CREDIT-TOTAL     TO  AT-CREDIT-TOTAL.
           COMPUTE AT-NET-TOTAL = WS-INVOICE-TOTAL - WS-CREDIT-TOTAL.
           MOVE    WS-SALEMARG-REVENUE TO  AT-SALEMARG-REVENUE.
           WRITE   ARINTF-OUT  FROM    AR-CONTROL-RECORD.
           IF  WS-INVOICE-TOTAL NOT = WS-SALEMARG-REVENUE
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "AR BILLING: INVOICE TOTAL " WS-INVOICE-TOTAL
                       " DOES NOT TIE TO SALEMARG REVENUE "
                       WS-SALEMARG-REVENUE
               DISPLAY "AR BILLING: " CT-LINES-DROPPED
                       " SALE LINE(S) DID NOT FIT THE BILLING TABLE"
           END-IF.
           PERFORM 300-SAVE-DOC-SEQUENCE.
           CLOSE   ARINTF-FILE-OUT
                   ARDOCS-FILE-OUT
                   INVENT-FILE.
           IF  CUSTMAST-AVAILABLE
               CLOSE   CUSTMAST-FILE
           END-IF.
           DISPLAY "AR BILLING COMPLETED - " CT-DOCUMENTS-OUT
                   " DOCUMENT(S), " CT-LINES-OUT " LINE(S)".

      ******************************************************************
      * A return is credited at the selling price in force on the run
      * date: the list entry with the latest effective date not after
      * it. No entry credits at zero.
      *-----------------------------------------------------------------
       300-ADD-RETURN-LINE.
           MOVE    ZEROS   TO  WS-RETURN-PRICE
                               WS-RETURN-EFF-DATE.
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-COUNT
               IF  SL-PART-NUMBER(SL-IDX) = HIST-PART-NUMBER-IN
                       AND SL-EFFECTIVE-DATE(SL-IDX)
                           NOT > WS-RUN-DATE
                       AND SL-EFFECTIVE-DATE(SL-IDX)
                           NOT < WS-RETURN-EFF-DATE
                   MOVE    SL-SELL-PRICE(SL-IDX)       TO
                           WS-RETURN-PRICE
                   MOVE    SL-EFFECTIVE-DATE(SL-IDX)   TO
                           WS-RETURN-EFF-DATE
               END-IF
           END-PERFORM.
           IF  BL-COUNT < 5000
               ADD     1                   TO  BL-COUNT
               SET     BL-IDX              TO  BL-COUNT
               MOVE    HIST-CUSTOMER-ID-IN TO  BL-CUSTOMER-ID(BL-IDX)
               MOVE    "C"                 TO  BL-DOC-TYPE(BL-IDX)
               MOVE    HIST-PART-NUMBER-IN TO  BL-PART-NUMBER(BL-IDX)
               MOVE    HIST-VALUE-IN       TO  BL-QTY(BL-IDX)
               MOVE    WS-RETURN-PRICE     TO  BL-PRICE(BL-IDX)
           ELSE
               ADD     1                   TO  CT-LINES-DROPPED
           END-IF.

      *-----------------------------------------------------------------
       300-WRITE-DOCUMENT-RECORD.
           MOVE    WS-DOC-NUMBER       TO  AD-DOC-NUMBER.
           MOVE    WS-CURRENT-TYPE     TO  AD-DOC-TYPE.
           MOVE    WS-CURRENT-CUSTOMER TO  AD-CUSTOMER-ID.
           MOVE    WS-RUN-DATE         TO  AD-DOC-DATE.
           COMPUTE AD-LINE-COUNT = BL-DOC-END - BL-IDX2 + 1.
           IF  WS-CURRENT-TYPE = "I"
               MOVE    WS-DOC-TOTAL    TO  AD-DOC-AMOUNT
           ELSE
               COMPUTE AD-DOC-AMOUNT = ZERO - WS-DOC-TOTAL
           END-IF.
           WRITE   ARINTF-OUT  FROM    AR-DOCUMENT-RECORD.

      *-----------------------------------------------------------------
      * The document's heading, on a new page: title and number,
      * date, and the customer block off the customer master.
      *-----------------------------------------------------------------
       300-PRINT-DOCUMENT-HEADING.
           IF  WS-CURRENT-TYPE = "I"
               MOVE    "INVOICE"       TO  DOC-TITLE-O
           ELSE
               MOVE    "CREDIT MEMO"   TO  DOC-TITLE-O
           END-IF.
           MOVE    WS-DOC-NUMBER   TO  DOC-NUMBER-O.
           IF  CT-DOCUMENTS-OUT > ZEROS
               WRITE   ARDOCS-OUT  FROM    DOC-SHOP-HEADER
                       AFTER ADVANCING PAGE
           ELSE
               WRITE   ARDOCS-OUT  FROM    DOC-SHOP-HEADER
                       AFTER ADVANCING 1   LINES
           END-IF.
           MOVE    WS-RUN-DATE     TO  DOC-DATE-O.
           WRITE   ARDOCS-OUT  FROM    DOC-DATE-LINE.
           MOVE    WS-CURRENT-CUSTOMER TO  DOC-CUST-ID-O.
           MOVE    SPACES              TO  DOC-CUST-NAME-O
                                           DOC-CUST-CONTACT-O
                                           DOC-CUST-PHONE-O.
           IF  WS-CURRENT-CUSTOMER = SPACES
               MOVE    "CASH/WALK-IN"  TO  DOC-CUST-NAME-O
           ELSE
               IF  CUSTMAST-AVAILABLE
                   MOVE    WS-CURRENT-CUSTOMER TO  CUSTM-ID
                   READ    CUSTMAST-FILE
                       INVALID KEY
                           MOVE    "(UNKNOWN CUSTOMER)"
                                           TO  DOC-CUST-NAME-O
                       NOT INVALID KEY
                           MOVE    CUSTM-NAME      TO  DOC-CUST-NAME-O
                           MOVE    CUSTM-CONTACT   TO
                                   DOC-CUST-CONTACT-O
                           MOVE    CUSTM-PHONE     TO  DOC-CUST-PHONE-O
                   END-READ
               END-IF
           END-IF.
           WRITE   ARDOCS-OUT  FROM    DOC-CUSTOMER-LINE
                   AFTER ADVANCING 2   LINES.
           WRITE   ARDOCS-OUT  FROM    DOC-ITEM-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES      TO  ARDOCS-OUT.
           WRITE   ARDOCS-OUT.

      *-----------------------------------------------------------------
      * One line on the interface file and on the printed document.
      *-----------------------------------------------------------------
       300-BILL-ONE-LINE.
           ADD     1                       TO  WS-DOC-LINE.
           COMPUTE WS-LINE-TOTAL = BL-QTY(BL-IDX) * BL-PRICE(BL-IDX).
           MOVE    WS-DOC-NUMBER           TO  AL-DOC-NUMBER.
           MOVE    WS-DOC-LINE             TO  AL-LINE-NUMBER.
           MOVE    BL-PART-NUMBER(BL-IDX)  TO  AL-PART-NUMBER.
           MOVE    BL-QTY(BL-IDX)          TO  AL-QTY.
           MOVE    BL-PRICE(BL-IDX)        TO  AL-UNIT-PRICE.
           IF  WS-CURRENT-TYPE = "I"
               MOVE    WS-LINE-TOTAL       TO  AL-EXT-AMOUNT
           ELSE
               COMPUTE AL-EXT-AMOUNT = ZERO - WS-LINE-TOTAL
           END-IF.
           WRITE   ARINTF-OUT  FROM    AR-LINE-RECORD.
           MOVE    BL-PART-NUMBER(BL-IDX)  TO  IN-PART-NUMBER.
           READ    INVENT-FILE KEY IS  IN-PART-NUMBER
               INVALID KEY
                   MOVE    "(NOT ON MASTER)"   TO  IN-PART-NAME
           END-READ.
           MOVE    WS-DOC-LINE             TO  DOC-LINE-NUMBER-O.
           MOVE    BL-PART-NUMBER(BL-IDX)  TO  DOC-PART-NUMBER-O.
           MOVE    IN-PART-NAME            TO  DOC-PART-NAME-O.
           MOVE    BL-QTY(BL-IDX)          TO  DOC-QTY-O.
           MOVE    BL-PRICE(BL-IDX)        TO  DOC-PRICE-O.
           MOVE    WS-LINE-TOTAL           TO  DOC-LINE-TOTAL-O.
           IF  BL-PRICE(BL-IDX) = ZEROS
               MOVE    "NO PRICE"          TO  DOC-REMARK-O
           ELSE
               MOVE    SPACES              TO  DOC-REMARK-O
           END-IF.
           WRITE   ARDOCS-OUT  FROM    DOC-ITEM-LINE.
           ADD     1                       TO  CT-LINES-OUT.

      *-----------------------------------------------------------------
       300-LOAD-DOC-SEQUENCE.
           MOVE    ZEROS   TO  WS-DOC-NUMBER.
           OPEN    INPUT   ARSEQ-FILE.
           IF  ARSEQ-FILE-STAT = "00"
               READ    ARSEQ-FILE
                       NOT AT END  MOVE ARSEQ-RECORD TO WS-DOC-NUMBER
               END-READ
               CLOSE   ARSEQ-FILE
           END-IF.

      *-----------------------------------------------------------------
       300-SAVE-DOC-SEQUENCE.
           OPEN    OUTPUT  ARSEQ-FILE.
           MOVE    WS-DOC-NUMBER   TO  ARSEQ-RECORD.
           WRITE   ARSEQ-RECORD.
           CLOSE   ARSEQ-FILE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SALEMARG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SALEMARG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SALEMARG.
           MOVE    SPACES      TO  RC-FN-TRANHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANHIST.
           MOVE    SPACES      TO  RC-FN-SELLPRICE.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SELLPRICE.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SELLPRICE.
           MOVE    SPACES      TO  RC-FN-CUSTMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CUSTMAST" DELIMITED BY SIZE
                   INTO RC-FN-CUSTMAST.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-ARSEQ.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ARSEQ.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ARSEQ.
           MOVE    SPACES      TO  RC-FN-ARINTF.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ARINTF.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ARINTF.
           MOVE    SPACES      TO  RC-FN-ARDOCS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ARDOCS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ARDOCS.

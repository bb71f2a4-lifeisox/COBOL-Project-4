      ******************************************************************
      * This program prints the monthly consignment settlement
      * statements from the liability lines BATCH-UPDATE wrote as
      * each supplier-owned unit was consumed: one statement per
      * supplier listing every part consumed in the month, the units
      * used, the agreed price, and the amount owed, with the
      * supplier's total due and a grand total over all consignors.
      * The month settled is the current one unless a YYYYMM month
      * is passed on the command line - the file itself is retained.
      *
      * Used File
      *    - Consignment Liability File: CONSLIAB.TXT
      *    - Supplier File (Indexed Sequential): SUPPLIER
      *    - Consignment Settlement Statements: CONSSTMT.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 CONSIGNMENT-SETTLEMENT.
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
           SELECT  CONSLIAB-FILE-IN
                   ASSIGN DYNAMIC RC-FN-CONSLIAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CONSLIAB-STAT.

      *    Supplier master, read for the name on each statement. A
      *    missing master just leaves the names blank.
           SELECT  SUPPLIER-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SUPPLIER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SP-SUPPLIER-ID
                   FILE STATUS IS SUPPLIER-FILE-STAT.

           SELECT  CONSSTMT-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-CONSSTMT
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as CONSLIAB-RECORD-OUT in BatchUpdate.cbl.
       FD  CONSLIAB-FILE-IN
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS CONSLIAB-RECORD-IN.
       01  CONSLIAB-RECORD-IN.
           05  CL-DATE-IN          PIC 9(08).
           05  CL-DATE-IN-RED      REDEFINES CL-DATE-IN.
               10  CL-YYYYMM-IN    PIC 9(06).
               10  CL-DD-IN        PIC 9(02).
           05  CL-SUPPLIER-ID-IN   PIC X(02).
           05  CL-PART-NUMBER-IN   PIC 9(05).
           05  CL-CODE-IN          PIC X(01).
           05  CL-QTY-IN           PIC 9(07).
           05  CL-AGREED-PRICE-IN  PIC 9(04)V99.
           05  CL-EXT-AMOUNT-IN    PIC 9(09)V99.
           05  CL-CUSTOMER-ID-IN   PIC X(06).
           05  CL-OPERATOR-ID-IN   PIC X(08).
           05  FILLER              PIC X(02).

      *    Same layout as SUPPLIER-RECORD in SupplierUpdate.cbl.
       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SP-SUPPLIER-ID      PIC X(02).
           05  SP-SUPPLIER-NAME    PIC X(15).
           05  SP-LEAD-TIME        PIC 9(03).
           05  SP-CONTACT          PIC X(20).
           05  SP-PHONE            PIC X(12).
           05  SP-TERMS            PIC X(10).
           05  SP-CURRENCY         PIC X(03).
           05  SP-VMI-FLAG         PIC X(01).
           05  FILLER              PIC X(14).

       FD  CONSSTMT-REPORT-OUT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS CONSSTMT-OUT.
       01  CONSSTMT-OUT                PIC X(90).
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
           05  RC-FN-CONSLIAB       PIC X(40).
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-CONSSTMT       PIC X(40).

      *    This record is for printing the title of the report.
       01  CSS-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(37)
               VALUE "CONSIGNMENT SETTLEMENT - MONTH ".
           05  TITLE-MONTH-O       PIC 9(06).

      *    Heading of one supplier's statement.
       01  CSS-SUPPLIER-HEADING.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(21)
               VALUE "STATEMENT - SUPPLIER ".
           05  SH-SUPPLIER-O       PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SH-SUPPLIER-NAME-O  PIC X(15).

      *    This record is for printing the header of the report.
       01  CSS-HEADER.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(12) VALUE "UNITS USED".
           05  FILLER              PIC X(12) VALUE "AGREED PRC".
           05  FILLER              PIC X(16) VALUE "AMOUNT OWED".

      *    One part consumed at one agreed price.
       01  CSS-DETAIL.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CD-PART-NUMBER-O    PIC X(05).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  CD-QTY-O            PIC ZZZZZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  CD-PRICE-O          PIC ZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CD-AMOUNT-O         PIC ZZZ,ZZZ,ZZ9.99.

      *    One supplier's total due.
       01  CSS-SUPPLIER-TOTAL.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "SUPPLIER".
           05  CT-SUPPLIER-O       PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CT-QTY-O            PIC ZZZZZZ9.
           05  FILLER              PIC X(14) VALUE "   TOTAL DUE".
           05  CT-AMOUNT-O         PIC ZZZ,ZZZ,ZZ9.99.

      *    The grand total line.
       01  CSS-GRAND-TOTAL.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(34)
               VALUE "TOTAL CONSIGNMENT PAYABLE".
           05  CG-AMOUNT-O         PIC ZZZ,ZZZ,ZZ9.99.

      *    Per supplier/part/agreed-price accumulation for the month.
       01  CSS-ROLLUP-TABLE.
           05  CR-COUNT            PIC 9(04) VALUE ZEROS.
           05  CR-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON CR-COUNT
                                   INDEXED BY CR-IDX.
               10  CRT-SUPPLIER-ID     PIC X(02).
               10  CRT-PART-NUMBER     PIC 9(05).
               10  CRT-AGREED-PRICE    PIC 9(04)V99.
               10  CRT-QTY             PIC 9(09).
               10  CRT-AMOUNT          PIC 9(11)V99.
               10  CRT-PRINTED-SW      PIC X(01).

       01  SWITCHES-AND-COUNTERS.
           05  CONSLIAB-EOF-SW     PIC X(01) VALUE "N".
           05  CONSLIAB-STAT       PIC X(02).
           05  SUPPLIER-FILE-STAT  PIC X(02).
      *    Set when SUPPLIER opened - without it the statements print
      *    with no supplier name.
           05  SUPPLIER-AVAIL-SW   PIC X(01) VALUE "N".
               88  SUPPLIER-AVAILABLE        VALUE "Y".
           05  CT-LINES-OUT        PIC 9(05) VALUE ZEROS.
           05  CT-STATEMENTS-OUT   PIC 9(05) VALUE ZEROS.

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-TODAY-RED        REDEFINES WS-TODAY.
               10  WS-THIS-MONTH   PIC 9(06).
               10  WS-THIS-DD      PIC 9(02).
           05  WS-MONTH-ARG        PIC X(06).
           05  WS-SETTLE-MONTH     PIC 9(06).
           05  WS-CURRENT-SUPPLIER PIC X(02).
           05  WS-SUPPLIER-QTY     PIC 9(09).
           05  WS-SUPPLIER-TOTAL   PIC 9(11)V99.
           05  WS-GRAND-TOTAL      PIC 9(11)V99 VALUE ZEROS.
           05  CR-IDX2             PIC 9(04).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-CONSIGN-SETTLEMENT.
           PERFORM 050-LOAD-RUN-CONTROL.
           PERFORM 200-DETERMINE-MONTH.
           PERFORM 200-ACCUMULATE-LIABILITIES.
           PERFORM 200-PRINT-BY-SUPPLIER.

           GOBACK.

      ******************************************************************
      * The month settled is this month by default; a month just
      * closed is settled by passing it as YYYYMM.
      *-----------------------------------------------------------------
       200-DETERMINE-MONTH.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           MOVE    WS-THIS-MONTH   TO  WS-SETTLE-MONTH.
           MOVE    SPACES          TO  WS-MONTH-ARG.
           ACCEPT  WS-MONTH-ARG    FROM COMMAND-LINE.
           IF  WS-MONTH-ARG IS NUMERIC AND WS-MONTH-ARG > ZEROS
               MOVE    WS-MONTH-ARG    TO  WS-SETTLE-MONTH
           END-IF.

      *-----------------------------------------------------------------
       200-ACCUMULATE-LIABILITIES.
           OPEN    INPUT   CONSLIAB-FILE-IN.
           IF  CONSLIAB-STAT NOT = "00"
               DISPLAY "CONSIGNMENT SETTLEMENT: NO CONSLIAB.TXT, "
                       "STATUS " CONSLIAB-STAT
                       " - NO CONSIGNED STOCK CONSUMED"
               EXIT PARAGRAPH
           END-IF.
           READ    CONSLIAB-FILE-IN
                   AT END  MOVE "Y" TO CONSLIAB-EOF-SW
           END-READ.
           PERFORM UNTIL CONSLIAB-EOF-SW = "Y"
               IF  CL-YYYYMM-IN = WS-SETTLE-MONTH
                   PERFORM 300-ADD-ONE-LIABILITY
               END-IF
               READ    CONSLIAB-FILE-IN
                       AT END  MOVE "Y" TO CONSLIAB-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   CONSLIAB-FILE-IN.

      *-----------------------------------------------------------------
      * A part whose agreed price changed during the month settles
      * on one line per price, so each line is units times the price
      * they were consumed at.
      *-----------------------------------------------------------------
       300-ADD-ONE-LIABILITY.
           SET     CR-IDX  TO  1.
           SEARCH  CR-ENTRY
                   AT END
                       ADD     1                   TO  CR-COUNT
                       SET     CR-IDX              TO  CR-COUNT
                       MOVE    CL-SUPPLIER-ID-IN   TO
                               CRT-SUPPLIER-ID(CR-IDX)
                       MOVE    CL-PART-NUMBER-IN   TO
                               CRT-PART-NUMBER(CR-IDX)
                       MOVE    CL-AGREED-PRICE-IN  TO
                               CRT-AGREED-PRICE(CR-IDX)
                       MOVE    ZEROS               TO  CRT-QTY(CR-IDX)
                       MOVE    ZEROS               TO
                               CRT-AMOUNT(CR-IDX)
                       MOVE    SPACE               TO
                               CRT-PRINTED-SW(CR-IDX)
                   WHEN    CRT-SUPPLIER-ID(CR-IDX) = CL-SUPPLIER-ID-IN
                       AND CRT-PART-NUMBER(CR-IDX) = CL-PART-NUMBER-IN
                       AND CRT-AGREED-PRICE(CR-IDX) =
                           CL-AGREED-PRICE-IN
                       CONTINUE
           END-SEARCH.
           ADD     CL-QTY-IN           TO  CRT-QTY(CR-IDX).
           ADD     CL-EXT-AMOUNT-IN    TO  CRT-AMOUNT(CR-IDX).

      *-----------------------------------------------------------------
      * Print one statement per supplier: walk the table taking the
      * first unprinted supplier, print all its lines under its own
      * heading, and carry on until everything has printed.
      *-----------------------------------------------------------------
       200-PRINT-BY-SUPPLIER.
           OPEN    INPUT   SUPPLIER-FILE-IN.
           IF  SUPPLIER-FILE-STAT = "00"
               SET     SUPPLIER-AVAILABLE  TO  TRUE
           END-IF.
           OPEN    OUTPUT  CONSSTMT-REPORT-OUT.
           MOVE    WS-SETTLE-MONTH TO  TITLE-MONTH-O.
           WRITE   CONSSTMT-OUT    FROM    CSS-TITLE
                   AFTER ADVANCING 1   LINES.
           MOVE    SPACES          TO  CONSSTMT-OUT.
           WRITE   CONSSTMT-OUT.
           PERFORM VARYING CR-IDX2 FROM 1 BY 1
                   UNTIL CR-IDX2 > CR-COUNT
               IF  CRT-PRINTED-SW(CR-IDX2) = SPACE
                   MOVE    CRT-SUPPLIER-ID(CR-IDX2)    TO
                           WS-CURRENT-SUPPLIER
                   PERFORM 300-PRINT-ONE-STATEMENT
               END-IF
           END-PERFORM.
           MOVE    WS-GRAND-TOTAL  TO  CG-AMOUNT-O.
           WRITE   CONSSTMT-OUT    FROM    CSS-GRAND-TOTAL
                   AFTER ADVANCING 2   LINES.
           CLOSE   CONSSTMT-REPORT-OUT.
           IF  SUPPLIER-AVAILABLE
               CLOSE   SUPPLIER-FILE-IN
           END-IF.
           DISPLAY "CONSIGNMENT SETTLEMENT COMPLETED - "
                   CT-STATEMENTS-OUT " STATEMENT(S), "
                   CT-LINES-OUT " LINE(S), TOTAL " WS-GRAND-TOTAL.

      *-----------------------------------------------------------------
       300-PRINT-ONE-STATEMENT.
           MOVE    ZEROS   TO  WS-SUPPLIER-QTY
                               WS-SUPPLIER-TOTAL.
           PERFORM 400-PRINT-STATEMENT-HEADING.
           PERFORM VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > CR-COUNT
               IF  CRT-SUPPLIER-ID(CR-IDX) = WS-CURRENT-SUPPLIER
                       AND CRT-PRINTED-SW(CR-IDX) = SPACE
                   PERFORM 400-PRINT-ONE-LINE
               END-IF
           END-PERFORM.
           MOVE    WS-CURRENT-SUPPLIER TO  CT-SUPPLIER-O.
           MOVE    WS-SUPPLIER-QTY     TO  CT-QTY-O.
           MOVE    WS-SUPPLIER-TOTAL   TO  CT-AMOUNT-O.
           WRITE   CONSSTMT-OUT    FROM    CSS-SUPPLIER-TOTAL
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  CONSSTMT-OUT.
           WRITE   CONSSTMT-OUT.
           ADD     1                   TO  CT-STATEMENTS-OUT.

      *-----------------------------------------------------------------
      * Head the statement with the supplier's id and master name.
      * An id with no master record prints with a blank name.
      *-----------------------------------------------------------------
       400-PRINT-STATEMENT-HEADING.
           MOVE    SPACES              TO  SP-SUPPLIER-NAME.
           IF  SUPPLIER-AVAILABLE
               MOVE    WS-CURRENT-SUPPLIER TO  SP-SUPPLIER-ID
               READ    SUPPLIER-FILE-IN
                       INVALID KEY
                           MOVE    SPACES  TO  SP-SUPPLIER-NAME
               END-READ
           END-IF.
           MOVE    WS-CURRENT-SUPPLIER TO  SH-SUPPLIER-O.
           MOVE    SP-SUPPLIER-NAME    TO  SH-SUPPLIER-NAME-O.
           WRITE   CONSSTMT-OUT    FROM    CSS-SUPPLIER-HEADING
                   AFTER ADVANCING 2   LINES.
           WRITE   CONSSTMT-OUT    FROM    CSS-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  CONSSTMT-OUT.
           WRITE   CONSSTMT-OUT.

      *-----------------------------------------------------------------
       400-PRINT-ONE-LINE.
           MOVE    "P"                     TO  CRT-PRINTED-SW(CR-IDX).
           MOVE    CRT-PART-NUMBER(CR-IDX) TO  CD-PART-NUMBER-O.
           MOVE    CRT-QTY(CR-IDX)         TO  CD-QTY-O.
           MOVE    CRT-AGREED-PRICE(CR-IDX) TO CD-PRICE-O.
           MOVE    CRT-AMOUNT(CR-IDX)      TO  CD-AMOUNT-O.
           WRITE   CONSSTMT-OUT    FROM    CSS-DETAIL.
           ADD     1                       TO  CT-LINES-OUT.
           ADD     CRT-QTY(CR-IDX)         TO  WS-SUPPLIER-QTY.
           ADD     CRT-AMOUNT(CR-IDX)      TO  WS-SUPPLIER-TOTAL
                                               WS-GRAND-TOTAL.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-CONSLIAB.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSLIAB.TXT" DELIMITED BY SIZE
                   INTO RC-FN-CONSLIAB.
           MOVE    SPACES      TO  RC-FN-SUPPLIER.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPLIER" DELIMITED BY SIZE
                   INTO RC-FN-SUPPLIER.
           MOVE    SPACES      TO  RC-FN-CONSSTMT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSSTMT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-CONSSTMT.

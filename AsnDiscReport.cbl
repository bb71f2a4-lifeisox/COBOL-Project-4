      ******************************************************************
      * This program is to print the ASN Discrepancy report, run
      * daily after receiving closes. The first part lists every
      * ship-notice line the dock confirmed within the run-control
      * review window at a quantity other than the supplier said it
      * shipped - over or short - for purchasing to take up with the
      * supplier. The second lists the notices imported more than
      * the run-control allowance ago that the dock has still not
      * received: a truck announced but never seen.
      *
      * Used File
      *    - Confirmed ASN Receipts: ASNRCV.TXT
      *    - Expected Receipts: ASNOPEN.TXT
      *    - ASN Discrepancy Report File: ASNDISC.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 ASN-DISCREPANCY-REPORT.
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
           SELECT  ASNRCV-FILE-IN
                   ASSIGN DYNAMIC RC-FN-ASNRCV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ASNRCV-FILE-STAT.

           SELECT  ASNOPEN-FILE-IN
                   ASSIGN DYNAMIC RC-FN-ASNOPEN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ASNOPEN-FILE-STAT.

           SELECT  ASNDISC-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-ASNDISC
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as ASNOPEN-RECORD in AsnImport.cbl.
       FD  ASNRCV-FILE-IN
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ASNRCV-RECORD-IN.
       01  ASNRCV-RECORD-IN.
           05  AR-ASN-NUMBER       PIC X(10).
           05  AR-PO-NUMBER        PIC 9(06).
           05  AR-PART-NUMBER      PIC 9(05).
           05  AR-SUPPLIER-ID      PIC X(02).
           05  AR-SHIPPED-QTY      PIC 9(07).
           05  AR-LOT-NUMBER       PIC X(10).
           05  AR-EXPIRY-DATE      PIC 9(08).
           05  AR-UNIT-COST        PIC 9(04)V99.
           05  AR-FOREIGN-COST     PIC 9(04)V99.
           05  AR-CURRENCY         PIC X(03).
           05  AR-IMPORT-DATE      PIC 9(08).
           05  AR-STATUS           PIC X(01).
           05  AR-RECEIVED-QTY     PIC 9(07).
           05  AR-RECEIVED-DATE    PIC 9(08).
           05  AR-LOCATION         PIC X(02).
           05  AR-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(03).

      *    Same layout as ASNOPEN-RECORD in AsnImport.cbl.
       FD  ASNOPEN-FILE-IN
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ASNOPEN-RECORD-IN.
       01  ASNOPEN-RECORD-IN.
           05  AS-ASN-NUMBER       PIC X(10).
           05  AS-PO-NUMBER        PIC 9(06).
           05  AS-PART-NUMBER      PIC 9(05).
           05  AS-SUPPLIER-ID      PIC X(02).
           05  AS-SHIPPED-QTY      PIC 9(07).
           05  AS-LOT-NUMBER       PIC X(10).
           05  AS-EXPIRY-DATE      PIC 9(08).
           05  AS-UNIT-COST        PIC 9(04)V99.
           05  AS-FOREIGN-COST     PIC 9(04)V99.
           05  AS-CURRENCY         PIC X(03).
           05  AS-IMPORT-DATE      PIC 9(08).
           05  AS-STATUS           PIC X(01).
           05  AS-RECEIVED-QTY     PIC 9(07).
           05  AS-RECEIVED-DATE    PIC 9(08).
           05  AS-LOCATION         PIC X(02).
           05  AS-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(03).

       FD  ASNDISC-REPORT-OUT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS ASNDISC-REPORT-LINE.
       01  ASNDISC-REPORT-LINE         PIC X(90).
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
           05  RC-FN-ASNRCV         PIC X(40).
           05  RC-FN-ASNOPEN        PIC X(40).
           05  RC-FN-ASNDISC        PIC X(40).

      *    This record is for printing the title of the report.
       01  ASNDISC-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30)
               VALUE "ASN DISCREPANCIES at ".
           05  TITLE-DATE-O.
               10  TITLE-YEAR-O    PIC 9(04).
               10  FILLER          PIC X(01) VALUE "/".
               10  TITLE-MONTH-O   PIC 9(02).
               10  FILLER          PIC X(01) VALUE "/".
               10  TITLE-DAY-O     PIC 9(02).

      *    This record is for printing the heading of each part.
       01  ASNDISC-SECTION.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SECTION-NAME-O      PIC X(40).
           05  SECTION-DAYS-O      PIC ZZ9.
           05  FILLER              PIC X(05) VALUE " DAYS".

      *    This record is for printing the shipped-vs-received column
      *    header.
       01  VARIANCE-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "ASN".
           05  FILLER              PIC X(08) VALUE "PO".
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(06) VALUE "SUPP".
           05  FILLER              PIC X(08) VALUE " SHIPPED".
           05  FILLER              PIC X(09) VALUE " RECEIVED".
           05  FILLER              PIC X(08) VALUE "  OVER/-".
           05  FILLER              PIC X(11) VALUE "  RECEIVED".
           05  FILLER              PIC X(08) VALUE "BY".

      *    This record is for printing one line counted at other than
      *    the shipped quantity.
       01  VARIANCE-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VRD-ASN-NUMBER-O    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VRD-PO-NUMBER-O     PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VRD-PART-NUMBER-O   PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VRD-SUPPLIER-ID-O   PIC X(02).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  VRD-SHIPPED-O       PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VRD-RECEIVED-O      PIC ZZZZZZ9.
           05  VRD-DIFFERENCE-O    PIC -------9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VRD-RECEIVED-DATE-O PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VRD-OPERATOR-ID-O   PIC X(08).

      *    This record is for printing the not-received column header.
       01  MISSING-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "ASN".
           05  FILLER              PIC X(08) VALUE "PO".
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(06) VALUE "SUPP".
           05  FILLER              PIC X(08) VALUE " SHIPPED".
           05  FILLER              PIC X(11) VALUE "  IMPORTED".
           05  FILLER              PIC X(10) VALUE "  DAYS OUT".

      *    This record is for printing one notice never received.
       01  MISSING-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MSD-ASN-NUMBER-O    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MSD-PO-NUMBER-O     PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MSD-PART-NUMBER-O   PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MSD-SUPPLIER-ID-O   PIC X(02).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  MSD-SHIPPED-O       PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MSD-IMPORT-DATE-O   PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  MSD-DAYS-OUT-O      PIC ZZZZZZ9.

      *    This record is for printing the footer of the report.
       01  ASNDISC-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(28).
           05  FOOTER-COUNTER      PIC ZZZZ9.

       01  SWITCHES-AND-COUNTERS.
           05  ASNRCV-EOF-SW       PIC X(01) VALUE "N".
           05  ASNOPEN-EOF-SW      PIC X(01) VALUE "N".
           05  CONFIRMED-CNT       PIC 9(05) VALUE ZEROS.
           05  VARIANCE-CNT        PIC 9(05) VALUE ZEROS.
           05  EXPECTED-CNT        PIC 9(05) VALUE ZEROS.
           05  MISSING-CNT         PIC 9(05) VALUE ZEROS.
           05  ASNRCV-FILE-STAT    PIC X(02).
           05  ASNOPEN-FILE-STAT   PIC X(02).

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-TODAY-RED        REDEFINES WS-TODAY.
               10  WS-TODAY-YEAR   PIC 9(04).
               10  WS-TODAY-MONTH  PIC 9(02).
               10  WS-TODAY-DAY    PIC 9(02).
           05  WS-REVIEW-FROM-DATE PIC 9(08).
           05  WS-LATE-CUTOFF-DATE PIC 9(08).
           05  WS-DIFFERENCE       PIC S9(08).
           05  WS-DAYS-OUT         PIC 9(07).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-ASN-DISCREPANCIES.
           PERFORM 050-LOAD-RUN-CONTROL.
           PERFORM 200-INITIATE-ASNDISC-REPORT.
           PERFORM 200-PRINT-RECEIPT-VARIANCES.
           PERFORM 200-PRINT-NEVER-RECEIVED.
           PERFORM 200-TERMINATE-ASNDISC-REPORT.

           GOBACK.

      *-----------------------------------------------------------------
      * Work out today's date and both run-control windows, open the
      * report, and print the title.
      *-----------------------------------------------------------------
       200-INITIATE-ASNDISC-REPORT.
           ACCEPT  WS-TODAY        FROM DATE YYYYMMDD.
           COMPUTE WS-REVIEW-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - RC-ASN-REVIEW-DAYS).
           COMPUTE WS-LATE-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - RC-ASN-LATE-DAYS).
           OPEN    OUTPUT  ASNDISC-REPORT-OUT.
           MOVE    WS-TODAY-YEAR   TO  TITLE-YEAR-O.
           MOVE    WS-TODAY-MONTH  TO  TITLE-MONTH-O.
           MOVE    WS-TODAY-DAY    TO  TITLE-DAY-O.
           WRITE   ASNDISC-REPORT-LINE FROM    ASNDISC-TITLE
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
      * Lines the dock confirmed inside the review window at a count
      * other than the shipped quantity. No log means nothing has
      * been received against a notice yet.
      *-----------------------------------------------------------------
       200-PRINT-RECEIPT-VARIANCES.
           MOVE    "SHIPPED VS RECEIVED - CONFIRMED IN LAST"
                                   TO  SECTION-NAME-O.
           MOVE    RC-ASN-REVIEW-DAYS  TO  SECTION-DAYS-O.
           WRITE   ASNDISC-REPORT-LINE FROM    ASNDISC-SECTION
                   AFTER ADVANCING 2   LINES.
           WRITE   ASNDISC-REPORT-LINE FROM    VARIANCE-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  ASNDISC-REPORT-LINE.
           WRITE   ASNDISC-REPORT-LINE.
           OPEN    INPUT   ASNRCV-FILE-IN.
           IF  ASNRCV-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    ASNRCV-FILE-IN
                   AT END  MOVE "Y" TO ASNRCV-EOF-SW
           END-READ.
           PERFORM UNTIL ASNRCV-EOF-SW = "Y"
               IF  AR-RECEIVED-DATE NOT < WS-REVIEW-FROM-DATE
                   ADD     1   TO  CONFIRMED-CNT
                   IF  AR-RECEIVED-QTY NOT = AR-SHIPPED-QTY
                       PERFORM 300-PRINT-VARIANCE-DETAIL
                   END-IF
               END-IF
               READ    ASNRCV-FILE-IN
                       AT END  MOVE "Y" TO ASNRCV-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   ASNRCV-FILE-IN.

      *-----------------------------------------------------------------
       300-PRINT-VARIANCE-DETAIL.
           COMPUTE WS-DIFFERENCE = AR-RECEIVED-QTY - AR-SHIPPED-QTY.
           MOVE    AR-ASN-NUMBER       TO  VRD-ASN-NUMBER-O.
           MOVE    AR-PO-NUMBER        TO  VRD-PO-NUMBER-O.
           MOVE    AR-PART-NUMBER      TO  VRD-PART-NUMBER-O.
           MOVE    AR-SUPPLIER-ID      TO  VRD-SUPPLIER-ID-O.
           MOVE    AR-SHIPPED-QTY      TO  VRD-SHIPPED-O.
           MOVE    AR-RECEIVED-QTY     TO  VRD-RECEIVED-O.
           MOVE    WS-DIFFERENCE       TO  VRD-DIFFERENCE-O.
           MOVE    AR-RECEIVED-DATE    TO  VRD-RECEIVED-DATE-O.
           MOVE    AR-OPERATOR-ID      TO  VRD-OPERATOR-ID-O.
           WRITE   ASNDISC-REPORT-LINE FROM    VARIANCE-DETAIL.
           ADD     1   TO  VARIANCE-CNT.

      *-----------------------------------------------------------------
      * Notices still expected past the allowance after import.
      *-----------------------------------------------------------------
       200-PRINT-NEVER-RECEIVED.
           MOVE    "NOT RECEIVED - IMPORTED MORE THAN"
                                   TO  SECTION-NAME-O.
           MOVE    RC-ASN-LATE-DAYS    TO  SECTION-DAYS-O.
           WRITE   ASNDISC-REPORT-LINE FROM    ASNDISC-SECTION
                   AFTER ADVANCING 2   LINES.
           WRITE   ASNDISC-REPORT-LINE FROM    MISSING-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  ASNDISC-REPORT-LINE.
           WRITE   ASNDISC-REPORT-LINE.
           OPEN    INPUT   ASNOPEN-FILE-IN.
           IF  ASNOPEN-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    ASNOPEN-FILE-IN
                   AT END  MOVE "Y" TO ASNOPEN-EOF-SW
           END-READ.
           PERFORM UNTIL ASNOPEN-EOF-SW = "Y"
               ADD     1   TO  EXPECTED-CNT
               IF  AS-IMPORT-DATE < WS-LATE-CUTOFF-DATE
                   PERFORM 300-PRINT-MISSING-DETAIL
               END-IF
               READ    ASNOPEN-FILE-IN
                       AT END  MOVE "Y" TO ASNOPEN-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   ASNOPEN-FILE-IN.

      *-----------------------------------------------------------------
       300-PRINT-MISSING-DETAIL.
           COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(AS-IMPORT-DATE).
           MOVE    AS-ASN-NUMBER       TO  MSD-ASN-NUMBER-O.
           MOVE    AS-PO-NUMBER        TO  MSD-PO-NUMBER-O.
           MOVE    AS-PART-NUMBER      TO  MSD-PART-NUMBER-O.
           MOVE    AS-SUPPLIER-ID      TO  MSD-SUPPLIER-ID-O.
           MOVE    AS-SHIPPED-QTY      TO  MSD-SHIPPED-O.
           MOVE    AS-IMPORT-DATE      TO  MSD-IMPORT-DATE-O.
           MOVE    WS-DAYS-OUT         TO  MSD-DAYS-OUT-O.
           WRITE   ASNDISC-REPORT-LINE FROM    MISSING-DETAIL.
           ADD     1   TO  MISSING-CNT.

      *-----------------------------------------------------------------
      * Print the footer counts and close the report.
      *-----------------------------------------------------------------
       200-TERMINATE-ASNDISC-REPORT.
           MOVE    "LINES CONFIRMED IN WINDOW"     TO  FOOTER-NAME.
           MOVE    CONFIRMED-CNT           TO  FOOTER-COUNTER.
           WRITE   ASNDISC-REPORT-LINE FROM    ASNDISC-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "CONFIRMED OVER OR SHORT"       TO  FOOTER-NAME.
           MOVE    VARIANCE-CNT            TO  FOOTER-COUNTER.
           WRITE   ASNDISC-REPORT-LINE FROM    ASNDISC-FOOTER.
           MOVE    "LINES STILL EXPECTED"          TO  FOOTER-NAME.
           MOVE    EXPECTED-CNT            TO  FOOTER-COUNTER.
           WRITE   ASNDISC-REPORT-LINE FROM    ASNDISC-FOOTER.
           MOVE    "NEVER RECEIVED"                TO  FOOTER-NAME.
           MOVE    MISSING-CNT             TO  FOOTER-COUNTER.
           WRITE   ASNDISC-REPORT-LINE FROM    ASNDISC-FOOTER.
           CLOSE   ASNDISC-REPORT-OUT.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-ASNRCV.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ASNRCV.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ASNRCV.
           MOVE    SPACES      TO  RC-FN-ASNOPEN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ASNOPEN.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ASNOPEN.
           MOVE    SPACES      TO  RC-FN-ASNDISC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ASNDISC.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ASNDISC.

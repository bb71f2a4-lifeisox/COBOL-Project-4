      ******************************************************************
      * This program reports the stock on the road between sites:
      *    every transfer one site has shipped off its master onto
      *    another site's XFERIN.TXT queue that the receiving site has
      *    not yet posted to its own master or written off there (the
      *    "P" and "L" lines on its XFERRCV.TXT). Each line shows
      *    where the goods left and where they are going, the transfer
      *    order, the part, the day they shipped and how many days
      *    they have been travelling, and the quantity and value still
      *    in transit at the shipping site's cost. The sites come
      *    from SITELIST.TXT as CONSOLIDATION-REPORT reads it; with
      *    no site list the report covers what is on the way to this
      *    site only.
      *
      * Used File
      *    - Site List Control File: SITELIST.TXT
      *    - Each site's Incoming Transfer Queue: <prefix>XFERIN.TXT
      *    - Each site's Transfer Receipt Log: <prefix>XFERRCV.TXT
      *    - In-Transit Report: INTRANS.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 IN-TRANSIT-REPORT.
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
           SELECT  SITELIST-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SITELIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SITELIST-FILE-STAT.

           SELECT  SITE-XFERIN-FILE
                   ASSIGN DYNAMIC WS-SITE-XFERIN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SITE-XFERIN-STAT.

           SELECT  SITE-XFERRCV-FILE
                   ASSIGN DYNAMIC WS-SITE-XFERRCV-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SITE-XFERRCV-STAT.

           SELECT  INTRANS-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-INTRANS
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One site per line: the file prefix its data lives under.
       FD  SITELIST-FILE-IN
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SITELIST-RECORD.
       01  SITELIST-RECORD         PIC X(20).

       FD  SITE-XFERIN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSFER-SHIP-RECORD.
       COPY "TransferShip.cpy".

       FD  SITE-XFERRCV-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSFER-RECEIPT-RECORD.
       COPY "TransferReceipt.cpy".

       FD  INTRANS-REPORT-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS INTRANS-OUT.
       01  INTRANS-OUT                 PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs. The site list and the report live
      *    under this site's own prefix; the queues read come from
      *    each listed site's prefix in turn.
       COPY "RunControl.cpy".

      *    Physical file names - the per-site ones rebuilt for each
      *    site worked.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-SITELIST       PIC X(40).
           05  RC-FN-INTRANS        PIC X(40).
           05  WS-SITE-XFERIN-NAME  PIC X(40).
           05  WS-SITE-XFERRCV-NAME PIC X(40).

      *    This record is for printing the title of the report.
       01  INTRANS-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(37)
               VALUE "GOODS IN TRANSIT BETWEEN SITES as of ".
           05  TITLE-DATE-O        PIC 9(08).

      *    This record is for printing the header of the report.
       01  INTRANS-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(21) VALUE "FROM SITE".
           05  FILLER              PIC X(21) VALUE "TO SITE".
           05  FILLER              PIC X(08) VALUE "ORDER".
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(10) VALUE "SHIPPED".
           05  FILLER              PIC X(06) VALUE "DAYS".
           05  FILLER              PIC X(09) VALUE "    QTY".
           05  FILLER              PIC X(09) VALUE "   COST".
           05  FILLER              PIC X(14) VALUE "         VALUE".

      *    One transfer line still on the road.
       01  INTRANS-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  IT-FROM-SITE-O      PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  IT-TO-SITE-O        PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  IT-ORDER-NUMBER-O   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IT-PART-NUMBER-O    PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IT-SHIP-DATE-O      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IT-DAYS-O           PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IT-QTY-O            PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IT-UNIT-COST-O      PIC ZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IT-VALUE-O          PIC ZZZ,ZZZ,ZZ9.99.

      *    This record is for printing the footers of the report.
       01  INTRANS-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(26).
           05  FOOTER-COUNTER      PIC ZZZZZZZZ9.

       01  INTRANS-VALUE-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VALUE-FOOTER-NAME   PIC X(26).
           05  VALUE-FOOTER-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    The sites read off the control file.
       01  SITE-TABLE.
           05  ST-COUNT            PIC 9(01) VALUE ZEROS.
           05  ST-ENTRY            OCCURS 0 TO 5 TIMES
                                   DEPENDING ON ST-COUNT
                                   INDEXED BY ST-IDX.
               10  ST-PREFIX           PIC X(20).

      *    The transfer lines queued to the site being worked, with
      *    what that site has posted against each.
       01  TRANSIT-TABLE.
           05  XT-COUNT            PIC 9(04) VALUE ZEROS.
           05  XT-ENTRY            OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON XT-COUNT
                                   INDEXED BY XT-IDX.
               10  XT-FROM-SITE        PIC X(20).
               10  XT-ORDER-NUMBER     PIC 9(06).
               10  XT-PART-NUMBER      PIC 9(05).
               10  XT-SHIPPED-QTY      PIC 9(07).
               10  XT-POSTED-QTY       PIC 9(07).
               10  XT-UNIT-COST        PIC 9(04)V99.
               10  XT-SHIP-DATE        PIC 9(08).

       01  SWITCHES-AND-COUNTERS.
           05  SITELIST-EOF-SW     PIC X(01) VALUE "N".
           05  SITE-XFERIN-EOF-SW  PIC X(01).
           05  SITE-XFERRCV-EOF-SW PIC X(01).
           05  WS-SITE-SUB         PIC 9(01).
           05  CT-LINES-OUT        PIC 9(05) VALUE ZEROS.
           05  CT-QTY-IN-TRANSIT   PIC 9(09) VALUE ZEROS.
           05  CT-VALUE-IN-TRANSIT PIC 9(13)V99 VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  SITELIST-FILE-STAT  PIC X(02).
           05  SITE-XFERIN-STAT    PIC X(02).
           05  SITE-XFERRCV-STAT   PIC X(02).

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-REMAINING        PIC 9(07).
           05  WS-LINE-VALUE       PIC 9(11)V99.
           05  WS-DAYS-ON-ROAD     PIC 9(04).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-REPORT-IN-TRANSIT.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-SITE-LIST.
           PERFORM 200-INITIATE-INTRANS-REPORT.
           PERFORM 200-REPORT-ONE-SITE
                   VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL   WS-SITE-SUB > ST-COUNT.
           PERFORM 200-TERMINATE-INTRANS-REPORT.

           GOBACK.

      ******************************************************************
      * With no site list, this site alone - the goods on their way
      * here.
      *-----------------------------------------------------------------
       200-LOAD-SITE-LIST.
           OPEN    INPUT   SITELIST-FILE-IN.
           IF  SITELIST-FILE-STAT = "00"
               READ    SITELIST-FILE-IN
                       AT END  MOVE "Y" TO SITELIST-EOF-SW
               END-READ
               PERFORM UNTIL SITELIST-EOF-SW = "Y"
                   IF  SITELIST-RECORD NOT = SPACES
                           AND ST-COUNT < 5
                       ADD     1                   TO  ST-COUNT
                       SET     ST-IDX              TO  ST-COUNT
                       MOVE    SITELIST-RECORD     TO
                               ST-PREFIX(ST-IDX)
                   END-IF
                   READ    SITELIST-FILE-IN
                           AT END  MOVE "Y" TO SITELIST-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE   SITELIST-FILE-IN
           END-IF.
           IF  ST-COUNT = ZEROS
               MOVE    1               TO  ST-COUNT
               MOVE    RC-FILE-PREFIX  TO  ST-PREFIX(1)
           END-IF.

      *-----------------------------------------------------------------
       200-INITIATE-INTRANS-REPORT.
           OPEN    OUTPUT  INTRANS-REPORT-OUT.
           MOVE    WS-TODAY        TO  TITLE-DATE-O.
           WRITE   INTRANS-OUT     FROM    INTRANS-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   INTRANS-OUT     FROM    INTRANS-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  INTRANS-OUT.
           WRITE   INTRANS-OUT.

      *-----------------------------------------------------------------
      * One receiving site: load its queue, take off what it has
      * posted, and print what is left.
      *-----------------------------------------------------------------
       200-REPORT-ONE-SITE.
           SET     ST-IDX  TO  WS-SITE-SUB.
           MOVE    ZEROS   TO  XT-COUNT.
           MOVE    SPACES  TO  WS-SITE-XFERIN-NAME.
           STRING  ST-PREFIX(ST-IDX)   DELIMITED BY SPACE
                   "XFERIN.TXT"        DELIMITED BY SIZE
                   INTO WS-SITE-XFERIN-NAME.
           MOVE    SPACES  TO  WS-SITE-XFERRCV-NAME.
           STRING  ST-PREFIX(ST-IDX)   DELIMITED BY SPACE
                   "XFERRCV.TXT"       DELIMITED BY SIZE
                   INTO WS-SITE-XFERRCV-NAME.
           OPEN    INPUT   SITE-XFERIN-FILE.
           IF  SITE-XFERIN-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  SITE-XFERIN-EOF-SW.
           READ    SITE-XFERIN-FILE
                   AT END  MOVE "Y" TO SITE-XFERIN-EOF-SW
           END-READ.
           PERFORM UNTIL SITE-XFERIN-EOF-SW = "Y"
               PERFORM 300-LOAD-ONE-SHIPMENT
               READ    SITE-XFERIN-FILE
                       AT END  MOVE "Y" TO SITE-XFERIN-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SITE-XFERIN-FILE.
           OPEN    INPUT   SITE-XFERRCV-FILE.
           IF  SITE-XFERRCV-STAT = "00"
               MOVE    "N"     TO  SITE-XFERRCV-EOF-SW
               READ    SITE-XFERRCV-FILE
                       AT END  MOVE "Y" TO SITE-XFERRCV-EOF-SW
               END-READ
               PERFORM UNTIL SITE-XFERRCV-EOF-SW = "Y"
                   IF  XR-POSTED OR XR-WRITTEN-OFF
                       PERFORM 300-APPLY-ONE-POSTING
                   END-IF
                   READ    SITE-XFERRCV-FILE
                           AT END  MOVE "Y" TO SITE-XFERRCV-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE   SITE-XFERRCV-FILE
           END-IF.
           PERFORM 300-PRINT-ONE-TRANSFER
                   VARYING XT-IDX FROM 1 BY 1
                   UNTIL   XT-IDX > XT-COUNT.

      *-----------------------------------------------------------------
       300-LOAD-ONE-SHIPMENT.
           PERFORM 400-FIND-TRANSFER-LINE.
           IF  XT-IDX NOT > XT-COUNT
               ADD     XS-QTY          TO  XT-SHIPPED-QTY(XT-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF  XT-COUNT NOT < 2000
               DISPLAY "IN-TRANSIT: TABLE FULL AT "
                       FUNCTION TRIM(WS-SITE-XFERIN-NAME)
                       " - ORDER " XS-ORDER-NUMBER " NOT REPORTED"
               EXIT PARAGRAPH
           END-IF.
           ADD     1               TO  XT-COUNT.
           SET     XT-IDX          TO  XT-COUNT.
           MOVE    XS-FROM-SITE    TO  XT-FROM-SITE(XT-IDX).
           MOVE    XS-ORDER-NUMBER TO  XT-ORDER-NUMBER(XT-IDX).
           MOVE    XS-PART-NUMBER  TO  XT-PART-NUMBER(XT-IDX).
           MOVE    XS-QTY          TO  XT-SHIPPED-QTY(XT-IDX).
           MOVE    ZEROS           TO  XT-POSTED-QTY(XT-IDX).
           MOVE    XS-UNIT-COST    TO  XT-UNIT-COST(XT-IDX).
           MOVE    XS-SHIP-DATE    TO  XT-SHIP-DATE(XT-IDX).

      *-----------------------------------------------------------------
       300-APPLY-ONE-POSTING.
           MOVE    XR-FROM-SITE    TO  XS-FROM-SITE.
           MOVE    XR-ORDER-NUMBER TO  XS-ORDER-NUMBER.
           MOVE    XR-PART-NUMBER  TO  XS-PART-NUMBER.
           PERFORM 400-FIND-TRANSFER-LINE.
           IF  XT-IDX NOT > XT-COUNT
               ADD     XR-QTY          TO  XT-POSTED-QTY(XT-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * Leaves XT-IDX on the entry for XS-FROM-SITE / order / part,
      * or one past the end when there is none.
      *-----------------------------------------------------------------
       400-FIND-TRANSFER-LINE.
           SET     XT-IDX          TO  1.
           SEARCH  XT-ENTRY
               AT END
                   SET     XT-IDX  TO  XT-COUNT
                   SET     XT-IDX  UP BY 1
               WHEN XT-FROM-SITE(XT-IDX) = XS-FROM-SITE
                    AND XT-ORDER-NUMBER(XT-IDX) = XS-ORDER-NUMBER
                    AND XT-PART-NUMBER(XT-IDX) = XS-PART-NUMBER
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
      * A line fully posted has arrived and is not printed.
      *-----------------------------------------------------------------
       300-PRINT-ONE-TRANSFER.
           IF  XT-POSTED-QTY(XT-IDX) NOT < XT-SHIPPED-QTY(XT-IDX)
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT XT-POSTED-QTY(XT-IDX) FROM XT-SHIPPED-QTY(XT-IDX)
                   GIVING WS-REMAINING.
           COMPUTE WS-LINE-VALUE ROUNDED =
                   WS-REMAINING * XT-UNIT-COST(XT-IDX).
           IF  XT-SHIP-DATE(XT-IDX) > ZEROS
                   AND XT-SHIP-DATE(XT-IDX) NOT > WS-TODAY
               COMPUTE WS-DAYS-ON-ROAD =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                     - FUNCTION INTEGER-OF-DATE(XT-SHIP-DATE(XT-IDX))
           ELSE
               MOVE    ZEROS   TO  WS-DAYS-ON-ROAD
           END-IF.
           MOVE    XT-FROM-SITE(XT-IDX)    TO  IT-FROM-SITE-O.
           MOVE    ST-PREFIX(ST-IDX)       TO  IT-TO-SITE-O.
           MOVE    XT-ORDER-NUMBER(XT-IDX) TO  IT-ORDER-NUMBER-O.
           MOVE    XT-PART-NUMBER(XT-IDX)  TO  IT-PART-NUMBER-O.
           MOVE    XT-SHIP-DATE(XT-IDX)    TO  IT-SHIP-DATE-O.
           MOVE    WS-DAYS-ON-ROAD         TO  IT-DAYS-O.
           MOVE    WS-REMAINING            TO  IT-QTY-O.
           MOVE    XT-UNIT-COST(XT-IDX)    TO  IT-UNIT-COST-O.
           MOVE    WS-LINE-VALUE           TO  IT-VALUE-O.
           WRITE   INTRANS-OUT     FROM    INTRANS-DETAIL.
           ADD     1               TO  CT-LINES-OUT.
           ADD     WS-REMAINING    TO  CT-QTY-IN-TRANSIT.
           ADD     WS-LINE-VALUE   TO  CT-VALUE-IN-TRANSIT.

      *-----------------------------------------------------------------
       200-TERMINATE-INTRANS-REPORT.
           MOVE    "TRANSFERS IN TRANSIT"  TO  FOOTER-NAME.
           MOVE    CT-LINES-OUT            TO  FOOTER-COUNTER.
           WRITE   INTRANS-OUT     FROM    INTRANS-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "QUANTITY IN TRANSIT"   TO  FOOTER-NAME.
           MOVE    CT-QTY-IN-TRANSIT       TO  FOOTER-COUNTER.
           WRITE   INTRANS-OUT     FROM    INTRANS-FOOTER
                   AFTER ADVANCING 1   LINES.
           MOVE    "VALUE IN TRANSIT"      TO  VALUE-FOOTER-NAME.
           MOVE    CT-VALUE-IN-TRANSIT     TO  VALUE-FOOTER-AMOUNT.
           WRITE   INTRANS-OUT     FROM    INTRANS-VALUE-FOOTER
                   AFTER ADVANCING 1   LINES.
           CLOSE   INTRANS-REPORT-OUT.
           DISPLAY "IN-TRANSIT REPORT COMPLETED - " CT-LINES-OUT
                   " TRANSFER(S) ACROSS " ST-COUNT " SITE(S)".

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SITELIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SITELIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SITELIST.
           MOVE    SPACES      TO  RC-FN-INTRANS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INTRANS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-INTRANS.

      * site-by-site breakdown, and a transfer flag wherever one
      * site is backordered on a part another site holds. Those
      * flagged lines are the transfers corporate should be making
      * instead of purchases. Stock shipped between sites and not yet
      * posted or written off at the receiving end (each site's
      * XFERIN.TXT queue less the "P" and "L" lines on its
      * XFERRCV.TXT) is shown as in transit and counted in the value
      * at the shipping site's cost, so the company total does not
      * drop while goods are on the road.
      *
      * Used File
      *    - Site List Control File: SITELIST.TXT
      *    - Each site's Master Inventory File: <prefix>INVENT6
      *    - Each site's Open Backorders: <prefix>BACKORD.TXT
      *    - Each site's Incoming Transfer Queue: <prefix>XFERIN.TXT
      *    - Each site's Transfer Receipt Log: <prefix>XFERRCV.TXT
      *    - Consolidation Report: CONSOL.TXT
      *
      ******************************************************************
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SITE-BACKORD-STAT.

           SELECT  SITE-XFERIN-FILE
                   ASSIGN DYNAMIC WS-SITE-XFERIN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SITE-XFERIN-STAT.

           SELECT  SITE-XFERRCV-FILE
                   ASSIGN DYNAMIC WS-SITE-XFERRCV-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SITE-XFERRCV-STAT.

           SELECT  CONSOL-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-CONSOL
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  BO-CUSTOMER-ID-IN   PIC X(06).
           05  FILLER              PIC X(01).

       FD  SITE-XFERIN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSFER-SHIP-RECORD.
       COPY "TransferShip.cpy".

       FD  SITE-XFERRCV-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSFER-RECEIPT-RECORD.
       COPY "TransferReceipt.cpy".

       FD  CONSOL-REPORT-OUT
           RECORD CONTAINS 135 CHARACTERS
           DATA RECORD IS CONSOL-OUT.
       01  CONSOL-OUT                  PIC X(135).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  RC-FN-CONSOL         PIC X(40).
           05  WS-SITE-INVENT-NAME  PIC X(40).
           05  WS-SITE-BACKORD-NAME PIC X(40).
           05  WS-SITE-XFERIN-NAME  PIC X(40).
           05  WS-SITE-XFERRCV-NAME PIC X(40).

      *    This record is for printing the title of the report.
       01  CONSOL-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(12) VALUE "TOTAL OH".
           05  FILLER              PIC X(10) VALUE "IN TRANSIT".
           05  FILLER              PIC X(16) VALUE "TOTAL VALUE".
           05  FILLER              PIC X(12) VALUE "TOTAL B/O".
           05  FILLER              PIC X(60) VALUE "BY SITE (OH/BO)".
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CS-TOTAL-OH-O       PIC ZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CS-TRANSIT-O        PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CS-TOTAL-VALUE-O    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CS-TOTAL-BO-O       PIC ZZZZZZZ9.
           05  FOOTER-NAME         PIC X(26).
           05  FOOTER-COUNTER      PIC ZZZZZ9.

       01  CONSOL-VALUE-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VALUE-FOOTER-NAME   PIC X(26).
           05  VALUE-FOOTER-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    The sites read off the control file.
       01  SITE-TABLE.
           05  ST-COUNT            PIC 9(01) VALUE ZEROS.

      *    The consolidated position: one entry per part seen at any
      *    site, with per-site on-hand and backordered quantities.
      *    The total value carries the in-transit value as well.
       01  CONSOL-TABLE.
           05  CP-COUNT            PIC 9(04) VALUE ZEROS.
           05  CP-ENTRY            OCCURS 0 TO 5000 TIMES
               10  CPT-TOTAL-QTY       PIC 9(09).
               10  CPT-TOTAL-VALUE     PIC 9(13)V99.
               10  CPT-TOTAL-BO        PIC 9(09).
               10  CPT-TRANSIT-QTY     PIC 9(09).
               10  CPT-SITE            OCCURS 5 TIMES.
                   15  CPT-SITE-QTY        PIC 9(09).
                   15  CPT-SITE-BO         PIC 9(09).
           05  SITELIST-EOF-SW     PIC X(01) VALUE "N".
           05  SITE-INVENT-EOF-SW  PIC X(01).
           05  SITE-BACKORD-EOF-SW PIC X(01).
           05  SITE-XFERIN-EOF-SW  PIC X(01).
           05  SITE-XFERRCV-EOF-SW PIC X(01).
           05  WS-SITE-SUB         PIC 9(01).
           05  WS-SITE-SUB-2       PIC 9(02).
           05  CT-PARTS-OUT        PIC 9(05) VALUE ZEROS.
           05  CT-TRANSFER-FLAGS   PIC 9(05) VALUE ZEROS.
           05  CT-QTY-IN-TRANSIT   PIC 9(09) VALUE ZEROS.
           05  CT-VALUE-IN-TRANSIT PIC 9(13)V99 VALUE ZEROS.
           05  CT-COMPANY-VALUE    PIC 9(13)V99 VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  SITELIST-FILE-STAT  PIC X(02).
           05  SITE-INVENT-STAT    PIC X(02).
           05  SITE-BACKORD-STAT   PIC X(02).
           05  SITE-XFERIN-STAT    PIC X(02).
           05  SITE-XFERRCV-STAT   PIC X(02).

      *    A missing site list leaves nothing to consolidate -
      *    flagged so the run ends with a non-zero RETURN-CODE.
           05  WS-SITE-TEXT        PIC X(12).
           05  WS-SITE-QTY-E       PIC ZZZZZ9.
           05  WS-SITE-BO-E        PIC ZZZ9.
           05  WS-TRANSIT-VALUE    PIC 9(11)V99.
           05  WS-XFER-SW          PIC X(01).
               88  CROSS-SITE-TRANSFER       VALUE "Y".


      *-----------------------------------------------------------------
      * One site's master and backorders, rolled into the
      * consolidated table under this site's column, and the
      * transfers on their way to it into the in-transit total.
      *-----------------------------------------------------------------
       200-GATHER-ONE-SITE.
           SET     ST-IDX  TO  WS-SITE-SUB.
               END-PERFORM
               CLOSE   SITE-BACKORD-FILE
           END-IF.
           PERFORM 300-GATHER-SITE-IN-TRANSIT.

      *-----------------------------------------------------------------
       300-ROLL-IN-SITE-PART.
           ADD     BO-QTY-SHORT-IN     TO  CPT-TOTAL-BO(CP-IDX)
                                       CPT-SITE-BO(CP-IDX WS-SITE-SUB).

      *-----------------------------------------------------------------
      * What has been shipped to this site, less what it has posted,
      * both at the shipping site's cost - a posted line carries the
      * cost the goods were shipped at, so no matching by order is
      * needed to take it back off.
      *-----------------------------------------------------------------
       300-GATHER-SITE-IN-TRANSIT.
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
               MOVE    XS-PART-NUMBER  TO  WS-ACCUM-PART
               PERFORM 400-FIND-OR-ADD-CONSOL-PART
               ADD     XS-QTY          TO  CPT-TRANSIT-QTY(CP-IDX)
               COMPUTE WS-TRANSIT-VALUE ROUNDED =
                       XS-QTY * XS-UNIT-COST
               ADD     WS-TRANSIT-VALUE    TO  CPT-TOTAL-VALUE(CP-IDX)
                                               CT-VALUE-IN-TRANSIT
               READ    SITE-XFERIN-FILE
                       AT END  MOVE "Y" TO SITE-XFERIN-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SITE-XFERIN-FILE.
           OPEN    INPUT   SITE-XFERRCV-FILE.
           IF  SITE-XFERRCV-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  SITE-XFERRCV-EOF-SW.
           READ    SITE-XFERRCV-FILE
                   AT END  MOVE "Y" TO SITE-XFERRCV-EOF-SW
           END-READ.
           PERFORM UNTIL SITE-XFERRCV-EOF-SW = "Y"
               IF  XR-POSTED OR XR-WRITTEN-OFF
                   PERFORM 400-TAKE-OFF-POSTED-RECEIPT
               END-IF
               READ    SITE-XFERRCV-FILE
                       AT END  MOVE "Y" TO SITE-XFERRCV-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SITE-XFERRCV-FILE.

      *-----------------------------------------------------------------
      * A posting with no shipment behind it (the queue cleared down
      * by hand) is not allowed to drive the balance below zero.
      *-----------------------------------------------------------------
       400-TAKE-OFF-POSTED-RECEIPT.
           MOVE    XR-PART-NUMBER  TO  WS-ACCUM-PART.
           PERFORM 400-FIND-OR-ADD-CONSOL-PART.
           IF  XR-QTY > CPT-TRANSIT-QTY(CP-IDX)
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT XR-QTY         FROM CPT-TRANSIT-QTY(CP-IDX).
           COMPUTE WS-TRANSIT-VALUE ROUNDED = XR-QTY * XR-UNIT-COST.
           IF  WS-TRANSIT-VALUE > CPT-TOTAL-VALUE(CP-IDX)
               MOVE    ZEROS       TO  CPT-TOTAL-VALUE(CP-IDX)
           ELSE
               SUBTRACT WS-TRANSIT-VALUE FROM CPT-TOTAL-VALUE(CP-IDX)
           END-IF.
           IF  WS-TRANSIT-VALUE > CT-VALUE-IN-TRANSIT
               MOVE    ZEROS       TO  CT-VALUE-IN-TRANSIT
           ELSE
               SUBTRACT WS-TRANSIT-VALUE FROM CT-VALUE-IN-TRANSIT
           END-IF.

      *-----------------------------------------------------------------
       400-FIND-OR-ADD-CONSOL-PART.
           SET     CP-IDX  TO  1.
                               CPT-TOTAL-QTY(CP-IDX)
                               CPT-TOTAL-VALUE(CP-IDX)
                               CPT-TOTAL-BO(CP-IDX)
                               CPT-TRANSIT-QTY(CP-IDX)
                       PERFORM VARYING WS-SITE-SUB-2 FROM 1 BY 1
                               UNTIL WS-SITE-SUB-2 > 5
                           MOVE    ZEROS   TO
           MOVE    "TRANSFER OPPORTUNITIES"    TO  FOOTER-NAME.
           MOVE    CT-TRANSFER-FLAGS       TO  FOOTER-COUNTER.
           WRITE   CONSOL-OUT      FROM    CONSOL-FOOTER.
           MOVE    "QUANTITY IN TRANSIT"   TO  FOOTER-NAME.
           MOVE    CT-QTY-IN-TRANSIT       TO  FOOTER-COUNTER.
           WRITE   CONSOL-OUT      FROM    CONSOL-FOOTER
                   AFTER ADVANCING 1   LINES.
           MOVE    "VALUE IN TRANSIT"      TO  VALUE-FOOTER-NAME.
           MOVE    CT-VALUE-IN-TRANSIT     TO  VALUE-FOOTER-AMOUNT.
           WRITE   CONSOL-OUT      FROM    CONSOL-VALUE-FOOTER
                   AFTER ADVANCING 1   LINES.
           MOVE    "COMPANY INVENTORY VALUE"   TO  VALUE-FOOTER-NAME.
           MOVE    CT-COMPANY-VALUE        TO  VALUE-FOOTER-AMOUNT.
           WRITE   CONSOL-OUT      FROM    CONSOL-VALUE-FOOTER
                   AFTER ADVANCING 1   LINES.
           CLOSE   CONSOL-REPORT-OUT.
           DISPLAY "CONSOLIDATION COMPLETED - " CT-PARTS-OUT
                   " PART(S) ACROSS " ST-COUNT " SITE(S), "
       300-PRINT-ONE-PART.
           MOVE    CPT-PART-NUMBER(CP-IDX) TO  CS-PART-NUMBER-O.
           MOVE    CPT-TOTAL-QTY(CP-IDX)   TO  CS-TOTAL-OH-O.
           MOVE    CPT-TRANSIT-QTY(CP-IDX) TO  CS-TRANSIT-O.
           MOVE    CPT-TOTAL-VALUE(CP-IDX) TO  CS-TOTAL-VALUE-O.
           MOVE    CPT-TOTAL-BO(CP-IDX)    TO  CS-TOTAL-BO-O.
           MOVE    SPACES                  TO  CS-SITES-O.
           END-IF.
           WRITE   CONSOL-OUT      FROM    CONSOL-DETAIL.
           ADD     1               TO  CT-PARTS-OUT.
           ADD     CPT-TRANSIT-QTY(CP-IDX) TO  CT-QTY-IN-TRANSIT.
           ADD     CPT-TOTAL-VALUE(CP-IDX) TO  CT-COMPANY-VALUE.

      *-----------------------------------------------------------------
      * The transfer flag means "one site is backordered while

      ******************************************************************
      * This program is to print the Blanket Agreement report, run
      * once a month - every agreement on file with the quantity
      * committed, released against it so far, received on those
      * releases, and still to release. An active agreement ending
      * within the run-control horizon with quantity unreleased is
      * flagged, so purchasing can call the volume off or negotiate
      * an extension before the contract runs out; one already past
      * its end date with quantity left is flagged as expired.
      *
      * Used File
      *    - Blanket Purchase Agreements (Indexed): BLANKET
      *    - Agreement Release Log: BPAREL.TXT
      *    - Open Purchase Orders: OPENPO.TXT
      *    - Blanket Agreement Report File: BPAREPT.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 BLANKET-AGREEMENT-REPORT.
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
           SELECT  BLANKET-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BLANKET
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BPA-KEY
                   FILE STATUS IS BLANKET-FILE-STAT.

           SELECT  BPAREL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BPAREL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BPAREL-FILE-STAT.

           SELECT  OPENPO-FILE-IN
                   ASSIGN DYNAMIC RC-FN-OPENPO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENPO-FILE-STAT.

           SELECT  BPA-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-BPAREPT
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as BLANKET-RECORD in BlanketUpdate.cbl.
       FD  BLANKET-FILE-IN
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS BLANKET-RECORD-IN.
       01  BLANKET-RECORD-IN.
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

       FD  BPA-REPORT-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS BPA-REPORT-LINE.
       01  BPA-REPORT-LINE             PIC X(110).
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
           05  RC-FN-BLANKET        PIC X(40).
           05  RC-FN-BPAREL         PIC X(40).
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-BPAREPT        PIC X(40).

      *    This record is for printing the title of the report.
       01  BPA-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30)
               VALUE "BLANKET AGREEMENT STATUS at ".
           05  TITLE-DATE-O.
               10  TITLE-YEAR-O    PIC 9(04).
               10  FILLER          PIC X(01) VALUE "/".
               10  TITLE-MONTH-O   PIC 9(02).
               10  FILLER          PIC X(01) VALUE "/".
               10  TITLE-DAY-O     PIC 9(02).

      *    This record is for printing the column header.
       01  BPA-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(06) VALUE "SUPP".
           05  FILLER              PIC X(10) VALUE "START".
           05  FILLER              PIC X(10) VALUE "END".
           05  FILLER              PIC X(07) VALUE "  PRICE".
           05  FILLER              PIC X(10) VALUE " COMMITTED".
           05  FILLER              PIC X(10) VALUE "  RELEASED".
           05  FILLER              PIC X(10) VALUE "  RECEIVED".
           05  FILLER              PIC X(10) VALUE " REMAINING".
           05  FILLER              PIC X(08) VALUE "  STATUS".

      *    This record is for printing one agreement.
       01  BPA-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BPD-PART-NUMBER-O   PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BPD-SUPPLIER-ID-O   PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  BPD-START-DATE-O    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BPD-END-DATE-O      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BPD-PRICE-O         PIC ZZZ9.99.
           05  BPD-COMMITTED-O     PIC ZZZZZZZZZ9.
           05  BPD-RELEASED-O      PIC ZZZZZZZZZ9.
           05  BPD-RECEIVED-O      PIC ZZZZZZZZZ9.
           05  BPD-REMAINING-O     PIC ZZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BPD-STATUS-O        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BPD-REMARK-O        PIC X(12).

      *    This record is for printing the footer of the report.
       01  BPA-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(28).
           05  FOOTER-COUNTER      PIC ZZZZ9.

      *    Quantity received to date on every PO, so each release's
      *    receipts can be credited to its agreement.
       01  PO-RECEIPT-TABLE.
           05  PR-COUNT            PIC 9(04) VALUE ZEROS.
           05  PR-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON PR-COUNT
                                   INDEXED BY PR-IDX.
               10  PR-PO-NUMBER        PIC 9(06).
               10  PR-RECEIVED-QTY     PIC 9(07).

      *    Every release on the log with what has come in on it.
       01  RELEASE-TABLE.
           05  RL-COUNT            PIC 9(04) VALUE ZEROS.
           05  RL-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON RL-COUNT
                                   INDEXED BY RL-IDX.
               10  RL-AGREEMENT-KEY    PIC X(15).
               10  RL-RECEIVED-QTY     PIC 9(07).

       01  SWITCHES-AND-COUNTERS.
           05  BLANKET-EOF-SW      PIC X(01) VALUE "N".
           05  BPAREL-EOF-SW       PIC X(01) VALUE "N".
           05  BLANKET-OPEN-SW     PIC X(01) VALUE "N".
               88  BLANKET-OPENED            VALUE "Y".
           05  OPENPO-EOF-SW       PIC X(01) VALUE "N".
           05  READ-CNT            PIC 9(05) VALUE ZEROS.
           05  EXPIRING-CNT        PIC 9(05) VALUE ZEROS.
           05  EXPIRED-CNT         PIC 9(05) VALUE ZEROS.
           05  BLANKET-FILE-STAT   PIC X(02).
           05  BPAREL-FILE-STAT    PIC X(02).
           05  OPENPO-FILE-STAT    PIC X(02).

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-TODAY-RED        REDEFINES WS-TODAY.
               10  WS-TODAY-YEAR   PIC 9(04).
               10  WS-TODAY-MONTH  PIC 9(02).
               10  WS-TODAY-DAY    PIC 9(02).
           05  WS-HORIZON-DATE     PIC 9(08).
           05  WS-RECEIVED-QTY     PIC 9(09).
           05  WS-REMAINING-QTY    PIC 9(07).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-BLANKET-REPORT.
           PERFORM 050-LOAD-RUN-CONTROL.
           PERFORM 200-INITIATE-BLANKET-REPORT.
           PERFORM 200-LOAD-PO-RECEIPTS.
           PERFORM 200-LOAD-RELEASES.
           OPEN    INPUT   BLANKET-FILE-IN.
           IF  BLANKET-FILE-STAT NOT = "00"
               DISPLAY "BLANKET AGREEMENT REPORT: NO BLANKET FILE, "
                       "STATUS " BLANKET-FILE-STAT
                       " - NO AGREEMENTS ON FILE"
               MOVE    "Y"     TO  BLANKET-EOF-SW
           ELSE
               SET     BLANKET-OPENED  TO  TRUE
               READ    BLANKET-FILE-IN
                       AT END  MOVE "Y" TO BLANKET-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL BLANKET-EOF-SW = "Y"
               ADD     1   TO  READ-CNT
               PERFORM 300-PRINT-AGREEMENT-DETAIL
               READ    BLANKET-FILE-IN
                       AT END  MOVE "Y" TO BLANKET-EOF-SW
               END-READ
           END-PERFORM.
           IF  BLANKET-OPENED
               CLOSE   BLANKET-FILE-IN
           END-IF.
           PERFORM 200-TERMINATE-BLANKET-REPORT.

           GOBACK.

      *-----------------------------------------------------------------
      * Work out today's date and the expiry horizon, open the
      * report, and print the title and header lines.
      *-----------------------------------------------------------------
       200-INITIATE-BLANKET-REPORT.
           ACCEPT  WS-TODAY        FROM DATE YYYYMMDD.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   + RC-BPA-EXPIRY-DAYS).
           OPEN    OUTPUT  BPA-REPORT-OUT.
           PERFORM 300-PRINT-REPORT-TITLE.
           PERFORM 300-PRINT-REPORT-HEADER.

      *-----------------------------------------------------------------
      * Received quantity per PO off the open-PO file. Closed POs
      * stay on the file, so a release received in full still
      * counts.
      *-----------------------------------------------------------------
       200-LOAD-PO-RECEIPTS.
           OPEN    INPUT   OPENPO-FILE-IN.
           IF  OPENPO-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    OPENPO-FILE-IN
                   AT END  MOVE "Y" TO OPENPO-EOF-SW
           END-READ.
           PERFORM UNTIL OPENPO-EOF-SW = "Y"
               IF  PR-COUNT < 9999
                   ADD     1                   TO  PR-COUNT
                   SET     PR-IDX              TO  PR-COUNT
                   MOVE    OPO-PO-NUMBER-IN    TO  PR-PO-NUMBER(PR-IDX)
                   MOVE    OPO-RECEIVED-QTY-IN TO
                           PR-RECEIVED-QTY(PR-IDX)
               END-IF
               READ    OPENPO-FILE-IN
                       AT END  MOVE "Y" TO OPENPO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   OPENPO-FILE-IN.

      *-----------------------------------------------------------------
      * Every release cut against an agreement, with the quantity
      * received so far on its PO. No log means nothing has been
      * released yet.
      *-----------------------------------------------------------------
       200-LOAD-RELEASES.
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
                   MOVE    BR-AGREEMENT-KEY    TO
                           RL-AGREEMENT-KEY(RL-IDX)
                   MOVE    ZEROS               TO
                           RL-RECEIVED-QTY(RL-IDX)
                   IF  PR-COUNT > ZEROS
                       SET     PR-IDX  TO  1
                       SEARCH  PR-ENTRY
                           WHEN    PR-PO-NUMBER(PR-IDX) = BR-PO-NUMBER
                               MOVE    PR-RECEIVED-QTY(PR-IDX) TO
                                       RL-RECEIVED-QTY(RL-IDX)
                       END-SEARCH
                   END-IF
               END-IF
               READ    BPAREL-FILE-IN
                       AT END  MOVE "Y" TO BPAREL-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BPAREL-FILE-IN.

      *-----------------------------------------------------------------
      * Print the footer counts and close the report.
      *-----------------------------------------------------------------
       200-TERMINATE-BLANKET-REPORT.
           MOVE    "AGREEMENTS READ"       TO  FOOTER-NAME.
           MOVE    READ-CNT                TO  FOOTER-COUNTER.
           WRITE   BPA-REPORT-LINE FROM    BPA-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "EXPIRING WITH QTY UNRELEASED"  TO  FOOTER-NAME.
           MOVE    EXPIRING-CNT            TO  FOOTER-COUNTER.
           WRITE   BPA-REPORT-LINE FROM    BPA-FOOTER.
           MOVE    "EXPIRED WITH QTY UNRELEASED"   TO  FOOTER-NAME.
           MOVE    EXPIRED-CNT             TO  FOOTER-COUNTER.
           WRITE   BPA-REPORT-LINE FROM    BPA-FOOTER.
           CLOSE   BPA-REPORT-OUT.

      *-----------------------------------------------------------------
      * One agreement: its receipts are whatever has come in on the
      * POs released against it. Only an active agreement with
      * quantity left is flagged - a closed one has been settled.
      *-----------------------------------------------------------------
       300-PRINT-AGREEMENT-DETAIL.
           MOVE    ZEROS   TO  WS-RECEIVED-QTY.
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-COUNT
               IF  RL-AGREEMENT-KEY(RL-IDX) = BPA-KEY
                   ADD     RL-RECEIVED-QTY(RL-IDX) TO  WS-RECEIVED-QTY
               END-IF
           END-PERFORM.
           IF  BPA-RELEASED-QTY < BPA-COMMITTED-QTY
               COMPUTE WS-REMAINING-QTY =
                       BPA-COMMITTED-QTY - BPA-RELEASED-QTY
           ELSE
               MOVE    ZEROS   TO  WS-REMAINING-QTY
           END-IF.
           MOVE    BPA-PART-NUMBER     TO  BPD-PART-NUMBER-O.
           MOVE    BPA-SUPPLIER-ID     TO  BPD-SUPPLIER-ID-O.
           MOVE    BPA-START-DATE      TO  BPD-START-DATE-O.
           MOVE    BPA-END-DATE        TO  BPD-END-DATE-O.
           MOVE    BPA-CONTRACT-PRICE  TO  BPD-PRICE-O.
           MOVE    BPA-COMMITTED-QTY   TO  BPD-COMMITTED-O.
           MOVE    BPA-RELEASED-QTY    TO  BPD-RELEASED-O.
           MOVE    WS-RECEIVED-QTY     TO  BPD-RECEIVED-O.
           MOVE    WS-REMAINING-QTY    TO  BPD-REMAINING-O.
           MOVE    SPACES              TO  BPD-REMARK-O.
           IF  BPA-STATUS = "C"
               MOVE    "CLOSED"    TO  BPD-STATUS-O
           ELSE
               MOVE    "ACTIVE"    TO  BPD-STATUS-O
               IF  WS-REMAINING-QTY > ZEROS
                   EVALUATE TRUE
                       WHEN BPA-END-DATE < WS-TODAY
                           MOVE    "EXPIRED"       TO  BPD-REMARK-O
                           ADD     1   TO  EXPIRED-CNT
                       WHEN BPA-END-DATE NOT > WS-HORIZON-DATE
                           MOVE    "EXPIRES SOON"  TO  BPD-REMARK-O
                           ADD     1   TO  EXPIRING-CNT
                   END-EVALUATE
               END-IF
           END-IF.
           WRITE   BPA-REPORT-LINE FROM    BPA-DETAIL.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-TITLE.
           MOVE    WS-TODAY-YEAR   TO  TITLE-YEAR-O.
           MOVE    WS-TODAY-MONTH  TO  TITLE-MONTH-O.
           MOVE    WS-TODAY-DAY    TO  TITLE-DAY-O.
           WRITE   BPA-REPORT-LINE FROM    BPA-TITLE
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-HEADER.
           WRITE   BPA-REPORT-LINE FROM    BPA-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  BPA-REPORT-LINE.
           WRITE   BPA-REPORT-LINE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-BLANKET.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BLANKET" DELIMITED BY SIZE
                   INTO RC-FN-BLANKET.
           MOVE    SPACES      TO  RC-FN-BPAREL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BPAREL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BPAREL.
           MOVE    SPACES      TO  RC-FN-OPENPO.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OPENPO.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OPENPO.
           MOVE    SPACES      TO  RC-FN-BPAREPT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BPAREPT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BPAREPT.

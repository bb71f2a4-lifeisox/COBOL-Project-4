      *    - Period Balance Snapshot (Line Sequential): PERIODBAL.TXT
      *      (absent on the first-ever close - opening is then zero)
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *    - Online Update Journal: UPDJRNL.TXT
      *    - Current Master Inventory File (Indexed): INVENT6
      *    - Consignment Agreement File (Indexed): CONSIGN (optional)
      *    - Stock Ledger Roll-Forward Report: STOCKLDG.TXT
      *
      ******************************************************************
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-FILE-STATUS.

      *    The daily part-activity summary, read in place of the
      *    history once PART-SUMMARY-REBUILD has built it.
           SELECT  PARTSUMM-FILE
                   ASSIGN DYNAMIC RC-FN-PARTSUMM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PSM-KEY
                   FILE STATUS IS PARTSUMM-FILE-STATUS.

           SELECT  JOURNAL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-UPDJRNL
                   ORGANIZATION IS LINE SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STATUS.

           SELECT  CONSIGN-FILE
                   ASSIGN DYNAMIC RC-FN-CONSIGN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CN-KEY
                   FILE STATUS IS CONSIGN-FILE-STATUS.

           SELECT  LEDGER-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-STOCKLDG
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    date that close ran - movements dated after it belong to
      *    the period being closed now.
       FD  PERIODBAL-FILE
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS PERIODBAL-RECORD.
       01  PERIODBAL-RECORD.
           05  PB-CLOSE-DATE       PIC 9(08).
      *    written before the field existed read back as spaces and
      *    value at zero.
           05  PB-UNIT-PRICE       PIC 9(04)V99.
      *    The supplier-owned consignment part of PB-QUANTITY at the
      *    close, left out of the opening value. Spaces on snapshots
      *    written before the field existed - read as none.
           05  PB-CONSIGNED-QTY    PIC 9(07).

      *    Same layout as HISTORY-RECORD-OUT in BatchUpdate.cbl.
       FD  HISTORY-FILE-IN
           05  HIST-VALUE-IN       PIC 9(07).
           05  FILLER              PIC X(36).

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".

      *    Same layout as JOURNAL-RECORD-OUT in OnlineUpdate.cbl.
       FD  JOURNAL-FILE-IN
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

       FD  CONSIGN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONSIGN-RECORD.
       COPY "Consignment.cpy".

       FD  LEDGER-REPORT-OUT
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS LEDGER-OUT.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-PERIODBAL      PIC X(40).
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-UPDJRNL        PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-CONSIGN        PIC X(40).
           05  RC-FN-STOCKLDG       PIC X(40).

      *    The title line of the stock ledger roll-forward report.
               10  CBT-PART-NUMBER     PIC 9(05).
               10  CBT-QUANTITY        PIC 9(07).
               10  CBT-UNIT-PRICE      PIC 9(04)V99.
               10  CBT-CONSIGNED-QTY   PIC 9(07).

       01  SWITCHES-AND-COUNTERS.
           05  PB-EOF-SW           PIC X(01).
           05  HIST-EOF-SW         PIC X(01).
           05  JN-EOF-SW           PIC X(01).
           05  INVENT-EOF-SW       PIC X(01).
           05  CONSIGN-EOF-SW      PIC X(01).
           05  CONSIGN-AVAIL-SW    PIC X(01) VALUE "N".
               88  CONSIGN-AVAILABLE         VALUE "Y".
           05  CT-PARTS-CLOSED     PIC 9(05) VALUE ZEROS.
           05  CT-DIFFS-FOUND      PIC 9(05) VALUE ZEROS.

           05  HISTORY-FILE-STATUS PIC X(02).
           05  JOURNAL-FILE-STATUS PIC X(02).
           05  INVENT-FILE-STATUS  PIC X(02).
           05  CONSIGN-FILE-STATUS PIC X(02).

      *    A missing INVENT6 leaves no closing position to prove -
      *    flagged here so the run ends with a non-zero RETURN-CODE
           05  WS-RECEIPTS         PIC 9(07).
           05  WS-SALES            PIC 9(07).
           05  WS-ADJUST           PIC S9(07).
           05  WS-CONSIGNED-QTY    PIC 9(07).

      *    Where the movement history is read from: the daily part-
      *    activity summary once it has been built, else TRANHIST.
       01  HISTORY-SOURCE-CONTROL.
           05  PARTSUMM-FILE-STATUS    PIC X(02).
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
      * Accumulate this period's batch movements per part: receipts
      * and new-part adds count up, sales count down. A missing
      * history file simply means no batch movement this period. The
      * daily summary, once built, is read in place of the history.
      *-----------------------------------------------------------------
       200-ACCUMULATE-BATCH-MOVEMENTS.
           PERFORM 300-OPEN-PART-SUMMARY.
           IF  HISTORY-FROM-SUMMARY
               PERFORM 300-READ-PART-SUMMARY
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   IF  HIST-DATE-IN > WS-PRIOR-CLOSE-DATE
                       PERFORM 300-ACCUMULATE-BATCH-ENTRY
                   END-IF
                   PERFORM 300-READ-PART-SUMMARY
               END-PERFORM
               CLOSE   PARTSUMM-FILE
           ELSE
               PERFORM 300-READ-HISTORY-FILE
           END-IF.
           DISPLAY "PERIOD CLOSE: HISTORY FROM " HISTORY-SOURCE-O.

      *-----------------------------------------------------------------
       300-READ-HISTORY-FILE.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STATUS = "00"
               MOVE    "N"     TO  HIST-EOF-SW

      *-----------------------------------------------------------------
      * Roll one batch history record into its part's movement entry.
      * "R" receipts, "M" consignment receipts (stock on the shelf,
      * whoever owns it), and "A" new-part adds put stock on; "S" sales
      * take it off; anything else moves nothing. A customer return
      * ("C") sits in quarantine off the on-hand book until its
      * release ("Q") puts it on, and the "G"/"H" dispositions leave
      * quarantine without ever touching on-hand - so "C", "G", and
      * "H" roll nothing here and "Q" rolls in as an adjustment. Kit
      * builds and disassemblies - the kit and components on ("B",
      * "O") and off ("I", "Z") - roll in as adjustments too, as do
      * inter-site transfers in ("2") and out ("1"): stock moved
      * between the company's own sites is neither bought nor sold.
      *-----------------------------------------------------------------
       300-ACCUMULATE-BATCH-ENTRY.
           MOVE    HIST-PART-NUMBER-IN     TO  WS-ACCUM-PART.
           PERFORM 400-FIND-OR-ADD-MOVEMENT.
           EVALUATE TRUE
               WHEN    HIST-CODE-IN = "R" OR HIST-CODE-IN = "A"
                    OR HIST-CODE-IN = "M"
                   ADD     HIST-VALUE-IN   TO  MVT-RECEIPTS(MV-IDX)
               WHEN    HIST-CODE-IN = "S"
                   ADD     HIST-VALUE-IN   TO  MVT-SALES(MV-IDX)
               WHEN    HIST-CODE-IN = "U" OR HIST-CODE-IN = "Q"
                    OR HIST-CODE-IN = "B" OR HIST-CODE-IN = "O"
                    OR HIST-CODE-IN = "2"
                   ADD     HIST-VALUE-IN   TO  MVT-ADJUST(MV-IDX)
               WHEN    HIST-CODE-IN = "D" OR HIST-CODE-IN = "V"
                    OR HIST-CODE-IN = "I" OR HIST-CODE-IN = "Z"
                    OR HIST-CODE-IN = "1"
                   SUBTRACT HIST-VALUE-IN  FROM MVT-ADJUST(MV-IDX)
               WHEN    OTHER
                   CONTINUE
      * master record (its stock should have rolled to zero).
      *-----------------------------------------------------------------
       200-PRINT-ROLL-FORWARD.
           OPEN    INPUT   CONSIGN-FILE.
           IF  CONSIGN-FILE-STATUS = "00"
               SET     CONSIGN-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   INVENT-FILE-IN
                   OUTPUT  LEDGER-REPORT-OUT.
           IF  INVENT-FILE-STATUS NOT = "00"
           END-IF.
           CLOSE   INVENT-FILE-IN
                   LEDGER-REPORT-OUT.
           IF  CONSIGN-AVAILABLE
               CLOSE   CONSIGN-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Prove one part's roll-forward and print its ledger line,
           MOVE    PART-NUMBER-IN      TO  CBT-PART-NUMBER(CB-IDX).
           MOVE    QUANTITY-IN         TO  CBT-QUANTITY(CB-IDX).
           MOVE    UNIT-PRICE-IN       TO  CBT-UNIT-PRICE(CB-IDX).
           PERFORM 400-LOOKUP-CONSIGNED-QUANTITY.
           MOVE    WS-CONSIGNED-QTY    TO  CBT-CONSIGNED-QTY(CB-IDX).

      *-----------------------------------------------------------------
      * Sum the current part's supplier-owned stock across its
      * consignment agreements. No CONSIGN file means none.
      *-----------------------------------------------------------------
       400-LOOKUP-CONSIGNED-QUANTITY.
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

      *-----------------------------------------------------------------
      * Look up the current part's opening quantity on the prior
           MOVE    WS-PRIOR-CLOSE-DATE TO  RPT-PRIOR-DATE-O.
           WRITE   LEDGER-OUT      FROM    LEDGER-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   LEDGER-OUT      FROM    HISTORY-SOURCE-LINE
                   AFTER ADVANCING 1   LINES.
           WRITE   LEDGER-OUT      FROM    LEDGER-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  LEDGER-OUT.
               MOVE    CBT-PART-NUMBER(CB-IDX) TO  PB-PART-NUMBER
               MOVE    CBT-QUANTITY(CB-IDX)    TO  PB-QUANTITY
               MOVE    CBT-UNIT-PRICE(CB-IDX)  TO  PB-UNIT-PRICE
               MOVE    CBT-CONSIGNED-QTY(CB-IDX)
                                               TO  PB-CONSIGNED-QTY
               WRITE   PERIODBAL-RECORD
           END-PERFORM.
           CLOSE   PERIODBAL-FILE.
                       CT-DIFFS-FOUND
           END-IF.

      *-----------------------------------------------------------------
      * Read the daily part-activity summary in place of TRANHIST
      * once it has been built - its control record is the sign.
      *-----------------------------------------------------------------
       300-OPEN-PART-SUMMARY.
           MOVE    "TRANHIST.TXT"  TO  HISTORY-SOURCE-O.
           MOVE    "N"             TO  HIST-EOF-SW.
           OPEN    INPUT   PARTSUMM-FILE.
           IF  PARTSUMM-FILE-STATUS NOT = "00"
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
                   MOVE    "Y"     TO  HIST-EOF-SW
           END-START.

      *-----------------------------------------------------------------
      * The next day's total for a part and code, laid into the
      * history record fields the way a TRANHIST record would be.
      *-----------------------------------------------------------------
       300-READ-PART-SUMMARY.
           IF  HIST-EOF-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           READ    PARTSUMM-FILE   NEXT
               AT END
                   MOVE    "Y"     TO  HIST-EOF-SW
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
           MOVE    SPACES      TO  RC-FN-UPDJRNL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "UPDJRNL.TXT" DELIMITED BY SIZE
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-CONSIGN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSIGN" DELIMITED BY SIZE
                   INTO RC-FN-CONSIGN.
           MOVE    SPACES      TO  RC-FN-STOCKLDG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "STOCKLDG.TXT" DELIMITED BY SIZE

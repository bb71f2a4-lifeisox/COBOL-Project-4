      *    and the RNI-ACCRUAL-REPORT prices what has been received
      *    but not yet invoiced at month end.
      *
      * The quantity and price are keyed the way the supplier bills
      * them, in its purchase unit for the part (PARTSUPP's unit and
      * conversion factor). The price leg compares like with like -
      * the keyed price against the quote per purchase unit - and
      * the line is recorded converted: quantity in stocking units,
      * so it measures against what was received, and the price per
      * stocking unit, so quantity times price still values it.
      *
      * Used File
      *    - Supplier Invoice File: SUPINV.TXT (extended, a line at a
      *      time under the SUPINV record lock)
      *    - Open Purchase Orders: OPENPO.TXT
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *
      ******************************************************************
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

           SELECT  PARTSUPP-FILE-IN
                   ASSIGN DYNAMIC RC-FN-PARTSUPP
                   ORGANIZATION IS INDEXED
           05  SI-QTY              PIC 9(07).
           05  SI-UNIT-PRICE       PIC 9(04)V99.
           05  SI-MATCH-STATUS     PIC X(02).
      *    Where accounts payable has got to with the line: space
      *    awaiting release, "C" a flagged line AP has cleared for
      *    payment, "V" released to the AP voucher file.
           05  SI-AP-STATUS        PIC X(01).
           05  FILLER              PIC X(01).

      *    Same layout as OPENPO-RECORD in BatchUpdate.cbl.
       FD  OPENPO-FILE-IN
           05  HIST-VALUE-IN       PIC 9(07).
           05  FILLER              PIC X(36).

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".

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

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *    the operator id the session runs under.
       COPY "UserSignon.cpy".

      *    Record-lock parameter block: the invoice file is claimed
      *    around each line appended, so AP-HOLD-REVIEW and
      *    AP-VOUCHER-RELEASE never write it back over a new line.
       COPY "RecordLock.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-SUPINV         PIC X(40).
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-PARTSUPP       PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  WS-PO-NUMBER        PIC 9(06).
           05  WS-PART-NUMBER      PIC 9(05).
           05  WS-QTY              PIC 9(07).
           05  WS-UNIT-PRICE       PIC 9(06)V99.
      *    The keyed line converted from the supplier's purchase unit
      *    to the part's stocking unit.
           05  WS-CONV-FACTOR      PIC 9(05).
           05  WS-PURCH-UOM        PIC X(04).
           05  WS-STOCK-QTY        PIC 9(07).
           05  WS-STOCK-PRICE      PIC 9(04)V99.
           05  WS-UNIT-CONV-OK-SW  PIC X(01).
               88  UNIT-CONV-OK              VALUE "Y".
           05  WS-MATCH-STATUS     PIC X(02).
           05  WS-MATCH-TEXT       PIC X(30).

           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Key another invoice line?      ".

      *    Where the movement history is read from: the daily part-
      *    activity summary once it has been built, else TRANHIST.
       01  HISTORY-SOURCE-CONTROL.
           05  PARTSUMM-FILE-STAT  PIC X(02).
           05  WS-HISTORY-SOURCE-SW
                                   PIC X(01) VALUE "T".
               88  HISTORY-FROM-SUMMARY      VALUE "S".
           05  WS-SUMMARY-THROUGH  PIC 9(08).
           05  HISTORY-SOURCE-O    PIC X(40).

      *-----------------------------------------------------------------
       SCREEN                      SECTION.
      *-----------------------------------------------------------------
               10  SS-QTY              PIC 9(07) TO    WS-QTY
                   LINE 11 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-UNIT-PRICE       PIC 9(06)V99 TO WS-UNIT-PRICE
                   LINE 12 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  LINE 15 BLANK LINE.
               LINE 15 COLUMN 15
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  PURCH-UNIT-SCREEN.
           05  LINE 14 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 14 COLUMN  7
                       VALUE "SUPPLIER BILLS PER"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC X(04) FROM WS-PURCH-UOM
               LINE 14 COLUMN 26
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 14 COLUMN 31       VALUE "OF"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC ZZZZ9 FROM WS-CONV-FACTOR
               LINE 14 COLUMN 34
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 14 COLUMN 40       VALUE "STOCK UNITS"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  UNIT-OVERFLOW-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 18 COLUMN  7
                       VALUE "Too large once converted - rekey!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  FILE-HELD-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 18 COLUMN  7
                       VALUE "Invoice file in use by"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.
           05                          PIC X(08) FROM LK-HOLDER-ID
               LINE 18 COLUMN 30
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.
           05  LINE 18 COLUMN 39
                       VALUE "- not recorded, rekey!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR BLUE.

       01  CONFIRM-SCREEN.
           05  LINE 16 BLANK LINE      BACKGROUND-COLOR BLACK.
           05                          PIC X(32) FROM CONFIRM-MESSAGE
       100-ENTER-SUPPLIER-INVOICES.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "INVOICE-ENTRY"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           IF  PARTSUPP-FILE-STAT = "00"
               SET     PARTSUPP-AVAILABLE  TO  TRUE
           END-IF.
           PERFORM 300-ASK-ANOTHER.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       200-TERMINATE-INVOICE-ENTRY.
           IF  PARTSUPP-AVAILABLE
               CLOSE   PARTSUPP-FILE-IN
           END-IF.
           DISPLAY "INVOICE ENTRY FINISHED!!! " WITH ERASE EOS.
           DISPLAY "  INVOICE LINES RECORDED ...... " CT-LINES-KEYED.
           DISPLAY "  LINES FLAGGED FOR REVIEW .... " CT-LINES-FLAGGED.
           DISPLAY "  RECEIPTS MATCHED FROM ....... " HISTORY-SOURCE-O.

      ******************************************************************
      * Load every open-PO line for the PO-leg of the match. A
      *-----------------------------------------------------------------
      * Total the dated "R" receipts per part, proving the goods a
      * keyed invoice bills were actually received at some point.
      * The daily summary, once built, is read in place of the
      * history.
      *-----------------------------------------------------------------
       300-LOAD-RECEIPT-QTY-TABLE.
           PERFORM 400-OPEN-PART-SUMMARY.
           IF  HISTORY-FROM-SUMMARY
               PERFORM 400-READ-PART-SUMMARY
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   IF  HIST-CODE-IN = "R"
                       PERFORM 400-ADD-RECEIPT-QTY
                   END-IF
                   PERFORM 400-READ-PART-SUMMARY
               END-PERFORM
               CLOSE   PARTSUMM-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT = "00"
               MOVE    "N"     TO  HIST-EOF-SW
           ACCEPT  SS-INVOICE-DATE.
           ACCEPT  SS-PO-NUMBER.
           ACCEPT  SS-PART-NUMBER.
           PERFORM 400-LOOK-UP-PURCH-UNIT.
           ACCEPT  SS-QTY.
           ACCEPT  SS-UNIT-PRICE.
           PERFORM 400-CONVERT-TO-STOCK-UNITS.
           PERFORM UNTIL UNIT-CONV-OK
               DISPLAY UNIT-OVERFLOW-ERROR-SCREEN
               ACCEPT  SS-QTY
               ACCEPT  SS-UNIT-PRICE
               PERFORM 400-CONVERT-TO-STOCK-UNITS
           END-PERFORM.
           DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
      * The supplier's billing unit for the part, shown before the
      * quantity and price are keyed; a source with no cross-
      * reference entry bills by the stocking unit.
      *-----------------------------------------------------------------
       400-LOOK-UP-PURCH-UNIT.
           MOVE    1       TO  WS-CONV-FACTOR.
           MOVE    SPACES  TO  WS-PURCH-UOM.
           IF  NOT PARTSUPP-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-PART-NUMBER  TO  PS-PART-NUMBER.
           MOVE    WS-SUPPLIER-ID  TO  PS-SUPPLIER-ID.
           READ PARTSUPP-FILE-IN   KEY IS  PS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  PS-CONV-FACTOR > 1
                       MOVE    PS-CONV-FACTOR  TO  WS-CONV-FACTOR
                       MOVE    PS-PURCH-UOM    TO  WS-PURCH-UOM
                       DISPLAY PURCH-UNIT-SCREEN
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       400-CONVERT-TO-STOCK-UNITS.
           MOVE    "Y"     TO  WS-UNIT-CONV-OK-SW.
           COMPUTE WS-STOCK-QTY = WS-QTY * WS-CONV-FACTOR
               ON SIZE ERROR
                   MOVE    "N"     TO  WS-UNIT-CONV-OK-SW
           END-COMPUTE.
           COMPUTE WS-STOCK-PRICE ROUNDED =
                   WS-UNIT-PRICE / WS-CONV-FACTOR
               ON SIZE ERROR
                   MOVE    "N"     TO  WS-UNIT-CONV-OK-SW
           END-COMPUTE.

      *-----------------------------------------------------------------
      * Run the three legs in order of severity: no PO line, no
                   PERFORM 400-CHECK-PRICE-LEG
               END-IF
           END-IF.
           DISPLAY MATCH-RESULT-SCREEN.

      *-----------------------------------------------------------------
               END-SEARCH
           END-IF.
           SET     OP-IDX  TO  WS-PO-SUB.
           IF  WS-INVOICED-BEFORE + WS-STOCK-QTY >
                   OPT-RECEIVED-QTY(OP-IDX)
               MOVE    "QV"    TO  WS-MATCH-STATUS
               MOVE    "QTY EXCEEDS RECEIVED ON PO"  TO  WS-MATCH-TEXT

      *-----------------------------------------------------------------
      * The price leg: the invoiced unit price against the supplier's
      * quote on the cross-reference, both per purchase unit, held to
      * the same tolerance the receipt cost-variance hold uses. No
      * quote on file passes - there is nothing to measure against.
      *-----------------------------------------------------------------
       400-CHECK-PRICE-LEG.
           MOVE    ZEROS   TO  WS-QUOTED-PRICE.
      *-----------------------------------------------------------------
      * Record the line with its verdict, and roll its quantity into
      * the cumulative invoiced table so the next line keyed against
      * the same PO sees it. The file is opened, appended and closed
      * under its lock for each line; while a hold review or voucher
      * run has it, the line is refused and must be keyed again.
      *-----------------------------------------------------------------
       300-WRITE-INVOICE-LINE.
           PERFORM 400-CLAIM-FILE-LOCK.
           IF  NOT LK-GRANTED
               DISPLAY FILE-HELD-ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           OPEN    EXTEND  SUPINV-FILE.
           IF  SUPINV-FILE-STAT NOT = "00"
               OPEN    OUTPUT  SUPINV-FILE
           END-IF.
           MOVE    SPACES              TO  SUPINV-RECORD.
           MOVE    WS-INVOICE-NO       TO  SI-INVOICE-NO.
           MOVE    WS-SUPPLIER-ID      TO  SI-SUPPLIER-ID.
           MOVE    WS-INVOICE-DATE     TO  SI-INVOICE-DATE.
           MOVE    WS-PO-NUMBER        TO  SI-PO-NUMBER.
           MOVE    WS-PART-NUMBER      TO  SI-PART-NUMBER.
           MOVE    WS-STOCK-QTY        TO  SI-QTY.
           MOVE    WS-STOCK-PRICE      TO  SI-UNIT-PRICE.
           MOVE    WS-MATCH-STATUS     TO  SI-MATCH-STATUS.
           WRITE   SUPINV-RECORD.
           CLOSE   SUPINV-FILE.
           PERFORM 400-FREE-FILE-LOCK.
           ADD     1                   TO  CT-LINES-KEYED.
           IF  WS-MATCH-STATUS NOT = "OK"
               ADD     1               TO  CT-LINES-FLAGGED
           END-IF.
           PERFORM 400-ADD-INVOICED-QTY.

      *-----------------------------------------------------------------
      * The single lock entry AP-HOLD-REVIEW and AP-VOUCHER-RELEASE
      * hold the invoice file under while they rewrite it.
      *-----------------------------------------------------------------
       400-CLAIM-FILE-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "SUPINV"        TO  LK-FILE-ID.
           MOVE    "*ALL"          TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       400-FREE-FILE-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
      * Read the daily part-activity summary in place of TRANHIST
      * once it has been built - its control record is the sign.
      *-----------------------------------------------------------------
       400-OPEN-PART-SUMMARY.
           MOVE    "TRANHIST.TXT"  TO  HISTORY-SOURCE-O.
           MOVE    "N"             TO  HIST-EOF-SW.
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
                   MOVE    "Y"     TO  HIST-EOF-SW
           END-START.

      *-----------------------------------------------------------------
      * The next day's total for a part and code, laid into the
      * history record fields the way a TRANHIST record would be.
      *-----------------------------------------------------------------
       400-READ-PART-SUMMARY.
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
           MOVE    SPACES      TO  RC-FN-PARTSUPP.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE

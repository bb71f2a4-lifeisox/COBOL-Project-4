      ******************************************************************
      * This program is the quarter-end lower-of-cost-or-net-
      * realizable-value write-down. For every part it prices the
      * owned stock two ways: at the weighted-average cost on the
      * master, and at net realizable value - the selling price in
      * force less the configured selling-cost percent, with a
      * further haircut for slow stock. The stock's age comes from
      * the history the same FIFO way the stock aging report works
      * it out: receipt layers consumed oldest-first by the issues,
      * what survives aged by the layer it arrived in, stock older
      * than the history itself the oldest of all. Stock past the
      * slow age loses the slow percent of its net selling price,
      * stock past the dead age the dead percent.
      *
      * Every part whose cost exceeds that value is reported with its
      * write-down. The write-down is the reserve the part needs; the
      * reserve already booked last quarter is carried on the reserve
      * file, and only the difference is posted - balanced lines in
      * the GL posting layout under chart code "M", debiting the
      * write-down expense and crediting the inventory reserve (a
      * release posts negative), with a "T"otal line. A part whose
      * reserve is released in full, or which has left the master,
      * prints too so the report ties to the postings.
      *
      * Used File
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *    - Selling-Price List: SELLPRICE.TXT
      *    - Consignment Agreement File (Indexed): CONSIGN (optional)
      *    - Account Mapping File: GLACCTS.TXT
      *    - Write-Down Reserve File: NRVRESV.TXT (rewritten)
      *    - Write-Down Posting File: NRVPOST.TXT
      *    - Write-Down Report File: NRVRPT.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 NRV-WRITE-DOWN.
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
           SELECT  INVENT-FILE-IN
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  HISTORY-FILE-IN
                   ASSIGN DYNAMIC RC-FN-TRANHIST
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

           SELECT  SELLPRICE-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SELLPRICE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SELLPRICE-FILE-STAT.

           SELECT  CONSIGN-FILE
                   ASSIGN DYNAMIC RC-FN-CONSIGN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CN-KEY
                   FILE STATUS IS CONSIGN-FILE-STAT.

           SELECT  GLACCTS-FILE-IN
                   ASSIGN DYNAMIC RC-FN-GLACCTS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GLACCTS-FILE-STAT.

      *    The reserve booked per part at the last write-down run:
      *    read at start-up, rewritten with this run's reserves.
           SELECT  NRVRESV-FILE
                   ASSIGN DYNAMIC RC-FN-NRVRESV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NRVRESV-FILE-STAT.

           SELECT  NRVPOST-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-NRVPOST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  NRV-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-NRVRPT
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  INVENT-FILE-IN
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

      *    Same layout as HISTORY-RECORD-OUT in BatchUpdate.cbl.
       FD  HISTORY-FILE-IN
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS HISTORY-RECORD-IN.
       01  HISTORY-RECORD-IN.
           05  HIST-DATE-IN        PIC 9(08).
           05  HIST-PART-NUMBER-IN PIC 9(05).
           05  HIST-CODE-IN        PIC X(01).
           05  HIST-VALUE-IN       PIC 9(07).
           05  FILLER              PIC X(36).

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".

      *    Same layout as SELLPRICE-RECORD in SellPriceUpdate.cbl.
       FD  SELLPRICE-FILE-IN
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS SELLPRICE-RECORD-IN.
       01  SELLPRICE-RECORD-IN.
           05  SPR-PART-NUMBER-IN  PIC 9(05).
           05  SPR-SELL-PRICE-IN   PIC 9(04)V99.
           05  SPR-EFF-DATE-IN     PIC 9(08).

       FD  CONSIGN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONSIGN-RECORD.
       COPY "Consignment.cpy".

      *    Same layout as GLACCTS-RECORD-IN in GlPostExtract.cbl.
       FD  GLACCTS-FILE-IN
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS GLACCTS-RECORD-IN.
       01  GLACCTS-RECORD-IN.
           05  GLA-CODE-IN         PIC X(01).
           05  GLA-DEBIT-IN        PIC X(06).
           05  GLA-CREDIT-IN       PIC X(06).

      *    One part's booked reserve and the run that booked it.
       FD  NRVRESV-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS NRVRESV-RECORD.
       01  NRVRESV-RECORD.
           05  NR-PART-NUMBER      PIC 9(05).
           05  NR-RESERVE          PIC 9(09)V99.
           05  NR-BOOKED-DATE      PIC 9(08).

      *    Same layout as GLPOST-RECORD-OUT in GlPostExtract.cbl.
       FD  NRVPOST-FILE-OUT
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS NRVPOST-RECORD-OUT.
       01  NRVPOST-RECORD-OUT.
           05  GLP-DATE-OUT        PIC 9(08).
           05  GLP-PART-OUT        PIC 9(05).
           05  GLP-CODE-OUT        PIC X(01).
           05  GLP-DEBIT-OUT       PIC X(06).
           05  GLP-CREDIT-OUT      PIC X(06).
           05  GLP-AMOUNT-OUT      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).

       FD  NRV-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS NRVRPT-OUT.
       01  NRVRPT-OUT                  PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block: booking the reserve is supervisor
      *    work.
       COPY "UserSignon.cpy".

      *    Closed-period guard block: the reserve adjustment posts on
      *    today's date.
       COPY "PeriodGuard.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-SELLPRICE      PIC X(40).
           05  RC-FN-CONSIGN        PIC X(40).
           05  RC-FN-GLACCTS        PIC X(40).
           05  RC-FN-NRVRESV        PIC X(40).
           05  RC-FN-NRVPOST        PIC X(40).
           05  RC-FN-NRVRPT         PIC X(40).

      *    This record is for printing the title of the report.
       01  NRVRPT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(44)
               VALUE "LOWER OF COST OR NET REALIZABLE VALUE at ".
           05  TITLE-DATE-O        PIC 9(08).

      *    The parameters the run priced with.
       01  NRVRPT-BASIS.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "SELLING COST ".
           05  BS-SELL-COST-O      PIC ZZ9.
           05  FILLER              PIC X(12) VALUE "%   SLOW > ".
           05  BS-SLOW-DAYS-O      PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE " DAYS - ".
           05  BS-SLOW-PCT-O       PIC ZZ9.
           05  FILLER              PIC X(12) VALUE "%   DEAD > ".
           05  BS-DEAD-DAYS-O      PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE " DAYS - ".
           05  BS-DEAD-PCT-O       PIC ZZ9.
           05  FILLER              PIC X(01) VALUE "%".

      *    This record is for printing the header of the report.
       01  NRVRPT-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "PART NO".
           05  FILLER              PIC X(09) VALUE "    OWNED".
           05  FILLER              PIC X(09) VALUE "     SLOW".
           05  FILLER              PIC X(09) VALUE "     DEAD".
           05  FILLER              PIC X(10) VALUE "   WA COST".
           05  FILLER              PIC X(10) VALUE "   SELL PR".
           05  FILLER              PIC X(10) VALUE "  NET SELL".
           05  FILLER              PIC X(16) VALUE "      WRITE-DOWN".
           05  FILLER              PIC X(16) VALUE "   PRIOR RESERVE".
           05  FILLER              PIC X(18) VALUE "      ADJUSTMENT".
           05  FILLER              PIC X(06) VALUE "REMARK".

      *    One part's write-down line.
       01  NRVRPT-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  NV-PART-O           PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NV-OWNED-O          PIC ZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  NV-SLOW-O           PIC ZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  NV-DEAD-O           PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NV-COST-O           PIC Z,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NV-SELL-PRICE-O     PIC Z,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NV-NET-SELL-O       PIC Z,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NV-WRITE-DOWN-O     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NV-PRIOR-O          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NV-ADJUSTMENT-O     PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NV-REMARK-O         PIC X(12).

      *    One grand-total line.
       01  NRVRPT-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  NT-TOTAL-NAME-O     PIC X(24).
           05  NT-AMOUNT-O         PIC ---,---,---,--9.99.

      *    This record is for printing the footers of the report.
       01  NRVRPT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(26).
           05  FOOTER-COUNTER      PIC ZZZZZ9.

      *    Receipt layers for every part, in the chronological order
      *    the history holds them - the FIFO queue the issues consume.
       01  RECEIPT-LAYER-TABLE.
           05  LY-COUNT            PIC 9(04) VALUE ZEROS.
           05  LY-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON LY-COUNT
                                   INDEXED BY LY-IDX.
               10  LY-PART-NUMBER      PIC 9(05).
               10  LY-DATE             PIC 9(08).
               10  LY-QTY              PIC 9(07).

      *    Total issued quantity per part.
       01  ISSUE-TOTAL-TABLE.
           05  IS-COUNT            PIC 9(03) VALUE ZEROS.
           05  IS-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON IS-COUNT
                                   INDEXED BY IS-IDX.
               10  IS-PART-NUMBER      PIC 9(05).
               10  IS-ISSUED-QTY       PIC 9(09).

      *    The selling-price list, every effective-dated entry.
       01  SELL-PRICE-TABLE.
           05  SL-COUNT            PIC 9(04) VALUE ZEROS.
           05  SL-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON SL-COUNT
                                   INDEXED BY SL-IDX.
               10  SL-PART-NUMBER      PIC 9(05).
               10  SL-SELL-PRICE       PIC 9(04)V99.
               10  SL-EFFECTIVE-DATE   PIC 9(08).

      *    The reserves booked at the last run. A part met on the
      *    master is marked, so the ones left unmarked - parts since
      *    purged - can have their reserve released.
       01  RESERVE-TABLE.
           05  RV-COUNT            PIC 9(03) VALUE ZEROS.
           05  RV-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON RV-COUNT
                                   INDEXED BY RV-IDX.
               10  RV-PART-NUMBER      PIC 9(05).
               10  RV-PRIOR-RESERVE    PIC 9(09)V99.
               10  RV-NEW-RESERVE      PIC 9(09)V99.
               10  RV-MATCHED-SW       PIC X(01).

      *    Account mapping per movement code, loaded from GLACCTS.TXT.
       01  ACCOUNT-MAP-TABLE.
           05  AM-COUNT            PIC 9(02) VALUE ZEROS.
           05  AM-ENTRY            OCCURS 0 TO 99 TIMES
                                   DEPENDING ON AM-COUNT
                                   INDEXED BY AM-IDX.
               10  AM-CODE             PIC X(01).
               10  AM-DEBIT            PIC X(06).
               10  AM-CREDIT           PIC X(06).

      *    The current part's owned stock split by age band: fresh,
      *    slow, and dead; with the net realizable value per unit in
      *    each band.
       01  AGE-BAND-WORK.
           05  WS-BAND-QTY         PIC 9(09) OCCURS 3 TIMES.
           05  WS-BAND-NRV         PIC 9(04)V99 OCCURS 3 TIMES.
           05  WS-BAND-SUB         PIC 9(01).

       01  SWITCHES-AND-COUNTERS.
           05  INVENT-EOF-SW       PIC X(01) VALUE "N".
           05  HIST-EOF-SW         PIC X(01) VALUE "N".
           05  SELLPRICE-EOF-SW    PIC X(01) VALUE "N".
           05  CONSIGN-EOF-SW      PIC X(01) VALUE "N".
           05  GLACCTS-EOF-SW      PIC X(01) VALUE "N".
           05  NRVRESV-EOF-SW      PIC X(01) VALUE "N".
           05  CONSIGN-AVAIL-SW    PIC X(01) VALUE "N".
               88  CONSIGN-AVAILABLE         VALUE "Y".
           05  PRICE-FOUND-SW      PIC X(01) VALUE "N".
               88  PRICE-FOUND               VALUE "Y".
           05  RESERVE-FOUND-SW    PIC X(01) VALUE "N".
               88  RESERVE-FOUND             VALUE "Y".
           05  CT-PARTS-VALUED     PIC 9(05) VALUE ZEROS.
           05  CT-PARTS-WRITTEN    PIC 9(05) VALUE ZEROS.
           05  CT-PARTS-RELEASED   PIC 9(05) VALUE ZEROS.
           05  CT-PARTS-NO-PRICE   PIC 9(05) VALUE ZEROS.
           05  CT-POSTINGS-OUT     PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  INVENT-FILE-STAT    PIC X(02).
           05  HISTORY-FILE-STAT   PIC X(02).
           05  SELLPRICE-FILE-STAT PIC X(02).
           05  CONSIGN-FILE-STAT   PIC X(02).
           05  GLACCTS-FILE-STAT   PIC X(02).
           05  NRVRESV-FILE-STAT   PIC X(02).

      *    A missing INVENT6 leaves nothing to value - flagged so the
      *    run ends with a non-zero RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-TODAY-INT        PIC 9(09).
           05  WS-LAYER-INT        PIC 9(09).
           05  WS-LAYER-AGE        PIC S9(05).
           05  WS-ISSUES-LEFT      PIC 9(09).
           05  WS-LAYERED-QTY      PIC 9(09).
           05  WS-UNLAYERED-QTY    PIC S9(09).
           05  WS-CONSIGNED-QTY    PIC 9(07).
           05  WS-OWNED-QTY        PIC 9(07).
           05  WS-TRIM-LEFT        PIC 9(07).
           05  WS-SELL-PRICE       PIC 9(04)V99.
           05  WS-SELL-EFF-DATE    PIC 9(08).
           05  WS-NET-SELL         PIC 9(04)V99.
           05  WS-WRITE-DOWN       PIC 9(09)V99.
           05  WS-PRIOR-RESERVE    PIC 9(09)V99.
           05  WS-ADJUSTMENT       PIC S9(09)V99.
           05  WS-REMARK           PIC X(12).
           05  WS-MAP-DEBIT        PIC X(06).
           05  WS-MAP-CREDIT       PIC X(06).
           05  WS-POST-PART        PIC 9(05).
           05  GT-WRITE-DOWN       PIC 9(11)V99 VALUE ZEROS.
           05  GT-PRIOR-RESERVE    PIC 9(11)V99 VALUE ZEROS.
           05  GT-ADJUSTMENT       PIC S9(11)V99 VALUE ZEROS.

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
      * Main procedure
      *-----------------------------------------------------------------
       100-WRITE-DOWN-TO-NRV.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    5       TO  SG-REQUIRED-LEVEL.
           MOVE    "NRV-WRITE-DOWN"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               MOVE    16      TO  RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           MOVE    WS-TODAY        TO  PG-CHECK-DATE.
           CALL    "PERIOD-GUARD"  USING PERIOD-GUARD-PARAMETERS.
           IF  NOT PG-PERIOD-OPEN
               DISPLAY "NRV WRITE-DOWN: FISCAL PERIOD "
                       PG-PERIOD-ID " IS CLOSED - NO POSTING"
               MOVE    16      TO  RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM 200-BUILD-LAYER-TABLES.
           PERFORM 200-LOAD-SELL-PRICES.
           PERFORM 200-LOAD-ACCOUNT-MAP.
           PERFORM 200-LOAD-PRIOR-RESERVES.
           PERFORM 200-VALUE-AND-REPORT.
           IF  NOT ABEND-DETECTED
               PERFORM 200-REWRITE-RESERVE-FILE
           END-IF.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      * One pass over the history: stock-in records become receipt
      * layers (in chronological order), stock-out records accumulate
      * each part's total issues. A missing history file just means
      * no layers - all on-hand stock then ages as the oldest there
      * is. The daily summary, once built, gives the same layers a
      * day at a time, each part's in date order.
      *-----------------------------------------------------------------
       200-BUILD-LAYER-TABLES.
           PERFORM 300-OPEN-PART-SUMMARY.
           IF  HISTORY-FROM-SUMMARY
               PERFORM 300-READ-PART-SUMMARY
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   PERFORM 300-SORT-ONE-MOVEMENT
                   PERFORM 300-READ-PART-SUMMARY
               END-PERFORM
               CLOSE   PARTSUMM-FILE
           ELSE
               PERFORM 300-READ-HISTORY-FILE
           END-IF.
           DISPLAY "NRV WRITE-DOWN: HISTORY FROM " HISTORY-SOURCE-O.

      *-----------------------------------------------------------------
       300-READ-HISTORY-FILE.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT = "00"
               READ    HISTORY-FILE-IN
                       AT END  MOVE "Y" TO HIST-EOF-SW
               END-READ
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   PERFORM 300-SORT-ONE-MOVEMENT
                   READ    HISTORY-FILE-IN
                           AT END  MOVE "Y" TO HIST-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE   HISTORY-FILE-IN
           ELSE
               DISPLAY "NRV WRITE-DOWN: NO TRANHIST.TXT, STATUS "
                       HISTORY-FILE-STAT
                       " - ALL STOCK AGES AS DEAD STOCK"
           END-IF.

      *-----------------------------------------------------------------
       300-SORT-ONE-MOVEMENT.
           EVALUATE TRUE
               WHEN HIST-CODE-IN = "R" OR "A" OR "U" OR "C"
                       OR "B" OR "O" OR "2"
                   PERFORM 300-ADD-RECEIPT-LAYER
               WHEN HIST-CODE-IN = "S" OR "V" OR "D" OR "I"
                       OR "Z" OR "1"
                   PERFORM 300-ADD-ISSUE-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       300-ADD-RECEIPT-LAYER.
           IF  LY-COUNT < 9999
               ADD     1                   TO  LY-COUNT
               SET     LY-IDX              TO  LY-COUNT
               MOVE    HIST-PART-NUMBER-IN TO  LY-PART-NUMBER(LY-IDX)
               MOVE    HIST-DATE-IN        TO  LY-DATE(LY-IDX)
               MOVE    HIST-VALUE-IN       TO  LY-QTY(LY-IDX)
           END-IF.

      *-----------------------------------------------------------------
       300-ADD-ISSUE-TOTAL.
           SET     IS-IDX  TO  1.
           SEARCH  IS-ENTRY
                   AT END
                       IF  IS-COUNT < 999
                           ADD     1               TO  IS-COUNT
                           SET     IS-IDX          TO  IS-COUNT
                           MOVE    HIST-PART-NUMBER-IN     TO
                                   IS-PART-NUMBER(IS-IDX)
                           MOVE    ZEROS           TO
                                   IS-ISSUED-QTY(IS-IDX)
                           ADD     HIST-VALUE-IN   TO
                                   IS-ISSUED-QTY(IS-IDX)
                       END-IF
                   WHEN    IS-PART-NUMBER(IS-IDX) =
                           HIST-PART-NUMBER-IN
                       ADD     HIST-VALUE-IN   TO
                               IS-ISSUED-QTY(IS-IDX)
           END-SEARCH.

      *-----------------------------------------------------------------
      * Load the selling-price list. Without one no part has a net
      * realizable value to compare - every part reports as unpriced
      * and any reserve already booked stands as it is.
      *-----------------------------------------------------------------
       200-LOAD-SELL-PRICES.
           OPEN    INPUT   SELLPRICE-FILE-IN.
           IF  SELLPRICE-FILE-STAT = "00"
               READ    SELLPRICE-FILE-IN
                       AT END  MOVE "Y" TO SELLPRICE-EOF-SW
               END-READ
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
               END-PERFORM
               CLOSE   SELLPRICE-FILE-IN
           ELSE
               DISPLAY "NRV WRITE-DOWN: NO SELLING-PRICE LIST, STATUS "
                       SELLPRICE-FILE-STAT " - NO PART CAN BE PRICED"
           END-IF.

      *-----------------------------------------------------------------
      * Load the movement-code account mapping. The write-down posts
      * under chart code "M"; with no mapping for it the shop's
      * standard pair stands - 570000 inventory write-down expense
      * against 135000 inventory reserve.
      *-----------------------------------------------------------------
       200-LOAD-ACCOUNT-MAP.
           MOVE    "570000"    TO  WS-MAP-DEBIT.
           MOVE    "135000"    TO  WS-MAP-CREDIT.
           OPEN    INPUT   GLACCTS-FILE-IN.
           IF  GLACCTS-FILE-STAT = "00"
               READ    GLACCTS-FILE-IN
                       AT END  MOVE "Y" TO GLACCTS-EOF-SW
               END-READ
               PERFORM UNTIL GLACCTS-EOF-SW = "Y"
                   IF  AM-COUNT < 99
                       ADD     1               TO  AM-COUNT
                       SET     AM-IDX          TO  AM-COUNT
                       MOVE    GLA-CODE-IN     TO  AM-CODE(AM-IDX)
                       MOVE    GLA-DEBIT-IN    TO  AM-DEBIT(AM-IDX)
                       MOVE    GLA-CREDIT-IN   TO  AM-CREDIT(AM-IDX)
                   END-IF
                   READ    GLACCTS-FILE-IN
                           AT END  MOVE "Y" TO GLACCTS-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE   GLACCTS-FILE-IN
           ELSE
               DISPLAY "NRV WRITE-DOWN: NO GLACCTS.TXT, STATUS "
                       GLACCTS-FILE-STAT " - USING DEFAULT ACCOUNTS"
           END-IF.
           IF  AM-COUNT > ZEROS
               SET     AM-IDX  TO  1
               SEARCH  AM-ENTRY
                       WHEN    AM-CODE(AM-IDX) = "M"
                           MOVE    AM-DEBIT(AM-IDX)    TO  WS-MAP-DEBIT
                           MOVE    AM-CREDIT(AM-IDX)   TO
                                   WS-MAP-CREDIT
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Load the reserves booked at the last run. No reserve file
      * means this is the first write-down - nothing booked yet.
      *-----------------------------------------------------------------
       200-LOAD-PRIOR-RESERVES.
           OPEN    INPUT   NRVRESV-FILE.
           IF  NRVRESV-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    NRVRESV-FILE
                   AT END  MOVE "Y" TO NRVRESV-EOF-SW
           END-READ.
           PERFORM UNTIL NRVRESV-EOF-SW = "Y"
               IF  RV-COUNT < 999
                   ADD     1               TO  RV-COUNT
                   SET     RV-IDX          TO  RV-COUNT
                   MOVE    NR-PART-NUMBER  TO  RV-PART-NUMBER(RV-IDX)
                   MOVE    NR-RESERVE      TO  RV-PRIOR-RESERVE(RV-IDX)
                   MOVE    ZEROS           TO  RV-NEW-RESERVE(RV-IDX)
                   MOVE    "N"             TO  RV-MATCHED-SW(RV-IDX)
               END-IF
               READ    NRVRESV-FILE
                       AT END  MOVE "Y" TO NRVRESV-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   NRVRESV-FILE.

      *-----------------------------------------------------------------
      * Walk INVENT6 pricing each part's owned stock against its net
      * realizable value, then release the reserves of parts that
      * have left the master, print the totals, and close the
      * posting file with its total line.
      *-----------------------------------------------------------------
       200-VALUE-AND-REPORT.
           OPEN    INPUT   CONSIGN-FILE.
           IF  CONSIGN-FILE-STAT = "00"
               SET     CONSIGN-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   INVENT-FILE-IN
                   OUTPUT  NRV-REPORT-OUT
                           NRVPOST-FILE-OUT.
           IF  INVENT-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "NRV WRITE-DOWN: CANNOT OPEN INVENT6, STATUS "
                       INVENT-FILE-STAT
           ELSE
               PERFORM 300-PRINT-TITLES
               READ    INVENT-FILE-IN
                       AT END  MOVE "Y" TO INVENT-EOF-SW
               END-READ
               PERFORM UNTIL INVENT-EOF-SW = "Y"
                   PERFORM 300-VALUE-ONE-PART
                   READ    INVENT-FILE-IN
                           AT END  MOVE "Y" TO INVENT-EOF-SW
                   END-READ
               END-PERFORM
               PERFORM 300-RELEASE-DROPPED-PARTS
               PERFORM 300-WRITE-POSTING-TOTAL
               PERFORM 300-PRINT-TOTALS
           END-IF.
           CLOSE   INVENT-FILE-IN
                   NRV-REPORT-OUT
                   NRVPOST-FILE-OUT.
           IF  CONSIGN-AVAILABLE
               CLOSE   CONSIGN-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Price one part. Supplier-owned consignment stock is not ours
      * to write down, so only the owned quantity counts. Its age
      * bands come from the history; the write-down is what each
      * band's cost exceeds its net realizable value by. A part with
      * no selling price in force cannot be measured: its booked
      * reserve, if any, stands unchanged.
      *-----------------------------------------------------------------
       300-VALUE-ONE-PART.
           PERFORM 400-LOOKUP-CONSIGNED-QUANTITY.
           IF  QUANTITY-IN > WS-CONSIGNED-QTY
               COMPUTE WS-OWNED-QTY = QUANTITY-IN - WS-CONSIGNED-QTY
           ELSE
               MOVE    ZEROS   TO  WS-OWNED-QTY
           END-IF.
           PERFORM 400-LOOK-UP-PRIOR-RESERVE.
           PERFORM 400-AGE-OWNED-STOCK.
           PERFORM 400-LOOK-UP-SELL-PRICE.
           MOVE    ZEROS       TO  WS-WRITE-DOWN
                                   WS-NET-SELL.
           MOVE    SPACES      TO  WS-REMARK.
           EVALUATE TRUE
               WHEN PRICE-FOUND
                   ADD     1       TO  CT-PARTS-VALUED
                   PERFORM 400-COMPUTE-WRITE-DOWN
               WHEN WS-OWNED-QTY > ZEROS
                   MOVE    WS-PRIOR-RESERVE    TO  WS-WRITE-DOWN
                   ADD     1               TO  CT-PARTS-NO-PRICE
                   MOVE    "NO PRICE"      TO  WS-REMARK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  RESERVE-FOUND
               MOVE    WS-WRITE-DOWN   TO  RV-NEW-RESERVE(RV-IDX)
           ELSE
               PERFORM 400-ADD-RESERVE-ENTRY
           END-IF.
           COMPUTE WS-ADJUSTMENT = WS-WRITE-DOWN - WS-PRIOR-RESERVE.
           IF  WS-WRITE-DOWN > ZEROS
               ADD     1       TO  CT-PARTS-WRITTEN
           END-IF.
           IF  WS-WRITE-DOWN = ZEROS AND WS-PRIOR-RESERVE > ZEROS
               ADD     1           TO  CT-PARTS-RELEASED
               MOVE    "RELEASED"  TO  WS-REMARK
           END-IF.
           IF  WS-WRITE-DOWN > ZEROS OR WS-PRIOR-RESERVE > ZEROS
                   OR WS-REMARK = "NO PRICE"
               PERFORM 400-PRINT-PART-LINE
           END-IF.
           IF  WS-ADJUSTMENT NOT = ZEROS
               MOVE    PART-NUMBER-IN  TO  WS-POST-PART
               PERFORM 400-WRITE-ONE-POSTING
           END-IF.

      *-----------------------------------------------------------------
      * The supplier-owned units sitting in this part's stock, summed
      * across every supplier's consignment agreement for it. No
      * CONSIGN file means none.
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
      * Find the part's booked reserve, marking the entry met and
      * leaving RV-IDX on it for the new reserve.
      *-----------------------------------------------------------------
       400-LOOK-UP-PRIOR-RESERVE.
           MOVE    ZEROS   TO  WS-PRIOR-RESERVE.
           MOVE    "N"     TO  RESERVE-FOUND-SW.
           IF  RV-COUNT > ZEROS
               SET     RV-IDX  TO  1
               SEARCH  RV-ENTRY
                       WHEN    RV-PART-NUMBER(RV-IDX) = PART-NUMBER-IN
                           MOVE    RV-PRIOR-RESERVE(RV-IDX)    TO
                                   WS-PRIOR-RESERVE
                           MOVE    "Y"     TO  RV-MATCHED-SW(RV-IDX)
                           MOVE    "Y"     TO  RESERVE-FOUND-SW
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * A part newly written down gets its own reserve entry, so the
      * rewritten reserve file carries it into the next run.
      *-----------------------------------------------------------------
       400-ADD-RESERVE-ENTRY.
           IF  WS-WRITE-DOWN > ZEROS
               IF  RV-COUNT < 999
                   ADD     1               TO  RV-COUNT
                   SET     RV-IDX          TO  RV-COUNT
                   MOVE    PART-NUMBER-IN  TO  RV-PART-NUMBER(RV-IDX)
                   MOVE    ZEROS           TO  RV-PRIOR-RESERVE(RV-IDX)
                   MOVE    WS-WRITE-DOWN   TO  RV-NEW-RESERVE(RV-IDX)
                   MOVE    "Y"             TO  RV-MATCHED-SW(RV-IDX)
               ELSE
                   DISPLAY "NRV WRITE-DOWN: RESERVE TABLE FULL - PART "
                           PART-NUMBER-IN " NOT RESERVED"
                   MOVE    ZEROS           TO  WS-WRITE-DOWN
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Age the part's stock FIFO from the history: its total issues
      * eat its receipt layers oldest first, what survives is still
      * on the shelf and falls in the band of the layer it arrived
      * in. On-hand beyond what the layers explain predates the
      * history and is dead stock. Layers beyond the on-hand are
      * trimmed oldest-first. Consignment units are replenished as
      * used, so they come off the freshest band first.
      *-----------------------------------------------------------------
       400-AGE-OWNED-STOCK.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 3
               MOVE    ZEROS   TO  WS-BAND-QTY(WS-BAND-SUB)
           END-PERFORM.
           PERFORM 500-LOOK-UP-ISSUE-TOTAL.
           MOVE    ZEROS       TO  WS-LAYERED-QTY.
      *    First pass: consume issues from the oldest layers.
           PERFORM VARYING LY-IDX FROM 1 BY 1 UNTIL LY-IDX > LY-COUNT
               IF  LY-PART-NUMBER(LY-IDX) = PART-NUMBER-IN
                       AND LY-QTY(LY-IDX) > ZEROS
                   IF  WS-ISSUES-LEFT >= LY-QTY(LY-IDX)
                       SUBTRACT LY-QTY(LY-IDX) FROM WS-ISSUES-LEFT
                       MOVE    ZEROS       TO  LY-QTY(LY-IDX)
                   ELSE
                       SUBTRACT WS-ISSUES-LEFT FROM LY-QTY(LY-IDX)
                       MOVE    ZEROS       TO  WS-ISSUES-LEFT
                   END-IF
                   ADD     LY-QTY(LY-IDX)  TO  WS-LAYERED-QTY
               END-IF
           END-PERFORM.
      *    Align the surviving layers to what is actually on hand.
           COMPUTE WS-UNLAYERED-QTY = QUANTITY-IN - WS-LAYERED-QTY.
           IF  WS-UNLAYERED-QTY < ZEROS
               PERFORM 500-TRIM-EXCESS-LAYERS
               MOVE    ZEROS       TO  WS-UNLAYERED-QTY
           END-IF.
      *    Band the surviving layers by age.
           PERFORM VARYING LY-IDX FROM 1 BY 1 UNTIL LY-IDX > LY-COUNT
               IF  LY-PART-NUMBER(LY-IDX) = PART-NUMBER-IN
                       AND LY-QTY(LY-IDX) > ZEROS
                   PERFORM 500-BAND-ONE-LAYER
               END-IF
           END-PERFORM.
      *    Pre-history stock is the oldest stock there is.
           ADD     WS-UNLAYERED-QTY    TO  WS-BAND-QTY(3).
      *    Take the consigned units off, freshest band first.
           MOVE    WS-CONSIGNED-QTY    TO  WS-TRIM-LEFT.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 3 OR WS-TRIM-LEFT = ZEROS
               IF  WS-TRIM-LEFT >= WS-BAND-QTY(WS-BAND-SUB)
                   SUBTRACT WS-BAND-QTY(WS-BAND-SUB) FROM WS-TRIM-LEFT
                   MOVE    ZEROS   TO  WS-BAND-QTY(WS-BAND-SUB)
               ELSE
                   SUBTRACT WS-TRIM-LEFT FROM WS-BAND-QTY(WS-BAND-SUB)
                   MOVE    ZEROS   TO  WS-TRIM-LEFT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       500-LOOK-UP-ISSUE-TOTAL.
           MOVE    ZEROS   TO  WS-ISSUES-LEFT.
           IF  IS-COUNT > ZEROS
               SET     IS-IDX  TO  1
               SEARCH  IS-ENTRY
                       WHEN    IS-PART-NUMBER(IS-IDX) = PART-NUMBER-IN
                           MOVE    IS-ISSUED-QTY(IS-IDX)   TO
                                   WS-ISSUES-LEFT
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * More survives in the layers than is on the shelf - trim the
      * difference off the oldest layers, FIFO like everything else.
      *-----------------------------------------------------------------
       500-TRIM-EXCESS-LAYERS.
           COMPUTE WS-ISSUES-LEFT = WS-LAYERED-QTY - QUANTITY-IN.
           PERFORM VARYING LY-IDX FROM 1 BY 1
                   UNTIL   LY-IDX > LY-COUNT
                       OR  WS-ISSUES-LEFT = ZEROS
               IF  LY-PART-NUMBER(LY-IDX) = PART-NUMBER-IN
                       AND LY-QTY(LY-IDX) > ZEROS
                   IF  WS-ISSUES-LEFT >= LY-QTY(LY-IDX)
                       SUBTRACT LY-QTY(LY-IDX) FROM WS-ISSUES-LEFT
                       MOVE    ZEROS       TO  LY-QTY(LY-IDX)
                   ELSE
                       SUBTRACT WS-ISSUES-LEFT FROM LY-QTY(LY-IDX)
                       MOVE    ZEROS       TO  WS-ISSUES-LEFT
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       500-BAND-ONE-LAYER.
           COMPUTE WS-LAYER-INT =
                   FUNCTION INTEGER-OF-DATE(LY-DATE(LY-IDX)).
           COMPUTE WS-LAYER-AGE = WS-TODAY-INT - WS-LAYER-INT.
           EVALUATE TRUE
               WHEN WS-LAYER-AGE > RC-NRV-DEAD-DAYS
                   MOVE    3   TO  WS-BAND-SUB
               WHEN WS-LAYER-AGE > RC-NRV-SLOW-DAYS
                   MOVE    2   TO  WS-BAND-SUB
               WHEN OTHER
                   MOVE    1   TO  WS-BAND-SUB
           END-EVALUATE.
           ADD     LY-QTY(LY-IDX)      TO  WS-BAND-QTY(WS-BAND-SUB).

      *-----------------------------------------------------------------
      * The selling price in force today: the list entry with the
      * latest effective date not after today.
      *-----------------------------------------------------------------
       400-LOOK-UP-SELL-PRICE.
           MOVE    "N"     TO  PRICE-FOUND-SW.
           MOVE    ZEROS   TO  WS-SELL-PRICE
                               WS-SELL-EFF-DATE.
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > SL-COUNT
               IF  SL-PART-NUMBER(SL-IDX) = PART-NUMBER-IN
                       AND SL-EFFECTIVE-DATE(SL-IDX) NOT > WS-TODAY
                       AND SL-EFFECTIVE-DATE(SL-IDX)
                           NOT < WS-SELL-EFF-DATE
                   MOVE    SL-SELL-PRICE(SL-IDX)       TO
                           WS-SELL-PRICE
                   MOVE    SL-EFFECTIVE-DATE(SL-IDX)   TO
                           WS-SELL-EFF-DATE
                   MOVE    "Y"     TO  PRICE-FOUND-SW
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Net realizable value per unit in each band - the selling
      * price less the selling cost, less the band's haircut - and
      * the write-down wherever the weighted-average cost is above
      * it.
      *-----------------------------------------------------------------
       400-COMPUTE-WRITE-DOWN.
           IF  RC-NRV-SELL-COST-PCT < 100
               COMPUTE WS-NET-SELL ROUNDED =
                       WS-SELL-PRICE * (100 - RC-NRV-SELL-COST-PCT)
                       / 100
           END-IF.
           MOVE    WS-NET-SELL     TO  WS-BAND-NRV(1).
           MOVE    ZEROS           TO  WS-BAND-NRV(2)
                                       WS-BAND-NRV(3).
           IF  RC-NRV-SLOW-PCT < 100
               COMPUTE WS-BAND-NRV(2) ROUNDED =
                       WS-NET-SELL * (100 - RC-NRV-SLOW-PCT) / 100
           END-IF.
           IF  RC-NRV-DEAD-PCT < 100
               COMPUTE WS-BAND-NRV(3) ROUNDED =
                       WS-NET-SELL * (100 - RC-NRV-DEAD-PCT) / 100
           END-IF.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 3
               IF  UNIT-PRICE-IN > WS-BAND-NRV(WS-BAND-SUB)
                   COMPUTE WS-WRITE-DOWN = WS-WRITE-DOWN +
                           (WS-BAND-QTY(WS-BAND-SUB) *
                           (UNIT-PRICE-IN - WS-BAND-NRV(WS-BAND-SUB)))
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       400-PRINT-PART-LINE.
           MOVE    PART-NUMBER-IN      TO  NV-PART-O.
           MOVE    WS-OWNED-QTY        TO  NV-OWNED-O.
           MOVE    WS-BAND-QTY(2)      TO  NV-SLOW-O.
           MOVE    WS-BAND-QTY(3)      TO  NV-DEAD-O.
           MOVE    UNIT-PRICE-IN       TO  NV-COST-O.
           MOVE    WS-SELL-PRICE       TO  NV-SELL-PRICE-O.
           MOVE    WS-NET-SELL         TO  NV-NET-SELL-O.
           MOVE    WS-WRITE-DOWN       TO  NV-WRITE-DOWN-O.
           MOVE    WS-PRIOR-RESERVE    TO  NV-PRIOR-O.
           MOVE    WS-ADJUSTMENT       TO  NV-ADJUSTMENT-O.
           MOVE    WS-REMARK           TO  NV-REMARK-O.
           WRITE   NRVRPT-OUT          FROM    NRVRPT-DETAIL.
           ADD     WS-WRITE-DOWN       TO  GT-WRITE-DOWN.
           ADD     WS-PRIOR-RESERVE    TO  GT-PRIOR-RESERVE.
           ADD     WS-ADJUSTMENT       TO  GT-ADJUSTMENT.

      *-----------------------------------------------------------------
      * One reserve adjustment in the GL posting layout: the mapped
      * debit and credit accounts carry the signed change, a release
      * posting negative.
      *-----------------------------------------------------------------
       400-WRITE-ONE-POSTING.
           MOVE    WS-TODAY        TO  GLP-DATE-OUT.
           MOVE    WS-POST-PART    TO  GLP-PART-OUT.
           MOVE    "M"             TO  GLP-CODE-OUT.
           MOVE    WS-MAP-DEBIT    TO  GLP-DEBIT-OUT.
           MOVE    WS-MAP-CREDIT   TO  GLP-CREDIT-OUT.
           MOVE    WS-ADJUSTMENT   TO  GLP-AMOUNT-OUT.
           MOVE    SPACE           TO  NRVPOST-RECORD-OUT(41:1).
           WRITE   NRVPOST-RECORD-OUT.
           ADD     1               TO  CT-POSTINGS-OUT.

      *-----------------------------------------------------------------
      * A part on the reserve file but no longer on the master has
      * no stock left to reserve against - its reserve is released.
      *-----------------------------------------------------------------
       300-RELEASE-DROPPED-PARTS.
           PERFORM VARYING RV-IDX FROM 1 BY 1 UNTIL RV-IDX > RV-COUNT
               IF  RV-MATCHED-SW(RV-IDX) = "N"
                       AND RV-PRIOR-RESERVE(RV-IDX) > ZEROS
                   MOVE    ZEROS   TO  RV-NEW-RESERVE(RV-IDX)
                                       WS-WRITE-DOWN
                                       WS-NET-SELL
                                       WS-SELL-PRICE
                                       WS-OWNED-QTY
                                       WS-BAND-QTY(2)
                                       WS-BAND-QTY(3)
                   MOVE    RV-PRIOR-RESERVE(RV-IDX)    TO
                           WS-PRIOR-RESERVE
                   COMPUTE WS-ADJUSTMENT = 0 - WS-PRIOR-RESERVE
                   ADD     1       TO  CT-PARTS-RELEASED
                   MOVE    RV-PART-NUMBER(RV-IDX)  TO  NV-PART-O
                                                       WS-POST-PART
                   MOVE    WS-OWNED-QTY        TO  NV-OWNED-O
                   MOVE    WS-BAND-QTY(2)      TO  NV-SLOW-O
                   MOVE    WS-BAND-QTY(3)      TO  NV-DEAD-O
                   MOVE    ZEROS               TO  NV-COST-O
                   MOVE    WS-SELL-PRICE       TO  NV-SELL-PRICE-O
                   MOVE    WS-NET-SELL         TO  NV-NET-SELL-O
                   MOVE    WS-WRITE-DOWN       TO  NV-WRITE-DOWN-O
                   MOVE    WS-PRIOR-RESERVE    TO  NV-PRIOR-O
                   MOVE    WS-ADJUSTMENT       TO  NV-ADJUSTMENT-O
                   MOVE    "OFF MASTER"        TO  NV-REMARK-O
                   WRITE   NRVRPT-OUT          FROM    NRVRPT-DETAIL
                   ADD     WS-PRIOR-RESERVE    TO  GT-PRIOR-RESERVE
                   ADD     WS-ADJUSTMENT       TO  GT-ADJUSTMENT
                   PERFORM 400-WRITE-ONE-POSTING
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * The posting total: the net change in the reserve, carried as
      * a "T"otal record with the accounts blank so the receiving
      * ledger proves the detail adds up before it posts anything.
      *-----------------------------------------------------------------
       300-WRITE-POSTING-TOTAL.
           MOVE    WS-TODAY        TO  GLP-DATE-OUT.
           MOVE    ZEROS           TO  GLP-PART-OUT.
           MOVE    "T"             TO  GLP-CODE-OUT.
           MOVE    SPACES          TO  GLP-DEBIT-OUT.
           MOVE    SPACES          TO  GLP-CREDIT-OUT.
           MOVE    GT-ADJUSTMENT   TO  GLP-AMOUNT-OUT.
           MOVE    SPACE           TO  NRVPOST-RECORD-OUT(41:1).
           WRITE   NRVPOST-RECORD-OUT.

      *-----------------------------------------------------------------
       300-PRINT-TITLES.
           MOVE    WS-TODAY                TO  TITLE-DATE-O.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   NRVRPT-OUT      FROM    HISTORY-SOURCE-LINE
                   AFTER ADVANCING 1   LINES.
           MOVE    RC-NRV-SELL-COST-PCT    TO  BS-SELL-COST-O.
           MOVE    RC-NRV-SLOW-DAYS        TO  BS-SLOW-DAYS-O.
           MOVE    RC-NRV-SLOW-PCT         TO  BS-SLOW-PCT-O.
           MOVE    RC-NRV-DEAD-DAYS        TO  BS-DEAD-DAYS-O.
           MOVE    RC-NRV-DEAD-PCT         TO  BS-DEAD-PCT-O.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-BASIS.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  NRVRPT-OUT.
           WRITE   NRVRPT-OUT.

      *-----------------------------------------------------------------
       300-PRINT-TOTALS.
           MOVE    SPACES                  TO  NRVRPT-OUT.
           WRITE   NRVRPT-OUT.
           MOVE    "TOTAL WRITE-DOWN"      TO  NT-TOTAL-NAME-O.
           MOVE    GT-WRITE-DOWN           TO  NT-AMOUNT-O.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-TOTAL-LINE.
           MOVE    "RESERVE PREVIOUSLY HELD"   TO  NT-TOTAL-NAME-O.
           MOVE    GT-PRIOR-RESERVE        TO  NT-AMOUNT-O.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-TOTAL-LINE.
           MOVE    "RESERVE ADJUSTMENT"    TO  NT-TOTAL-NAME-O.
           MOVE    GT-ADJUSTMENT           TO  NT-AMOUNT-O.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-TOTAL-LINE.
           MOVE    "PARTS PRICED"          TO  FOOTER-NAME.
           MOVE    CT-PARTS-VALUED         TO  FOOTER-COUNTER.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "PARTS WRITTEN DOWN"    TO  FOOTER-NAME.
           MOVE    CT-PARTS-WRITTEN        TO  FOOTER-COUNTER.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-FOOTER.
           MOVE    "RESERVES RELEASED"     TO  FOOTER-NAME.
           MOVE    CT-PARTS-RELEASED       TO  FOOTER-COUNTER.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-FOOTER.
           MOVE    "STOCKED PARTS NOT PRICED"  TO  FOOTER-NAME.
           MOVE    CT-PARTS-NO-PRICE       TO  FOOTER-COUNTER.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-FOOTER.
           MOVE    "RESERVE POSTINGS"      TO  FOOTER-NAME.
           MOVE    CT-POSTINGS-OUT         TO  FOOTER-COUNTER.
           WRITE   NRVRPT-OUT      FROM    NRVRPT-FOOTER.
           DISPLAY "NRV WRITE-DOWN COMPLETED - " CT-PARTS-WRITTEN
                   " PART(S) WRITTEN DOWN, " CT-POSTINGS-OUT
                   " POSTING(S), ADJUSTMENT " GT-ADJUSTMENT.

      *-----------------------------------------------------------------
      * Carry this run's reserves forward: every part still holding
      * one, at the amount just booked.
      *-----------------------------------------------------------------
       200-REWRITE-RESERVE-FILE.
           OPEN    OUTPUT  NRVRESV-FILE.
           PERFORM VARYING RV-IDX FROM 1 BY 1 UNTIL RV-IDX > RV-COUNT
               IF  RV-NEW-RESERVE(RV-IDX) > ZEROS
                   MOVE    RV-PART-NUMBER(RV-IDX)  TO  NR-PART-NUMBER
                   MOVE    RV-NEW-RESERVE(RV-IDX)  TO  NR-RESERVE
                   MOVE    WS-TODAY                TO  NR-BOOKED-DATE
                   WRITE   NRVRESV-RECORD
               END-IF
           END-PERFORM.
           CLOSE   NRVRESV-FILE.

      *-----------------------------------------------------------------
      * Read the daily part-activity summary in place of TRANHIST
      * once it has been built - its control record is the sign.
      *-----------------------------------------------------------------
       300-OPEN-PART-SUMMARY.
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
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-TRANHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANHIST.
           MOVE    SPACES      TO  RC-FN-PARTSUMM.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUMM" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUMM.
           MOVE    SPACES      TO  RC-FN-SELLPRICE.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SELLPRICE.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SELLPRICE.
           MOVE    SPACES      TO  RC-FN-CONSIGN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSIGN" DELIMITED BY SIZE
                   INTO RC-FN-CONSIGN.
           MOVE    SPACES      TO  RC-FN-GLACCTS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "GLACCTS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-GLACCTS.
           MOVE    SPACES      TO  RC-FN-NRVRESV.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "NRVRESV.TXT" DELIMITED BY SIZE
                   INTO RC-FN-NRVRESV.
           MOVE    SPACES      TO  RC-FN-NRVPOST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "NRVPOST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-NRVPOST.
           MOVE    SPACES      TO  RC-FN-NRVRPT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "NRVRPT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-NRVRPT.

      ******************************************************************
      * This program writes the nightly vendor-managed inventory
      * export: one file for each supplier flagged as a VMI partner on
      * the SUPPLIER master, so the supplier can plan our replenishment
      * from our own numbers instead of phoning purchasing for them.
      * Each file covers every part the supplier sources per PARTSUPP
      * and gives, per part, on hand in total and by location, the
      * day's units sold and returned by customers, units still owed
      * on backorder, units on open purchase orders (with this
      * supplier and with all suppliers), and the reorder point, in
      * the fixed layout of VmiExport.cpy, between a header and a
      * trailer carrying control counts.
      *
      * It runs in the batch window straight after BATCH-UPDATE, so
      * it reads the master BATCH-UPDATE has just written (INVENT5.TXT)
      * and the PARTLOC balances it has just posted - the position
      * sent is the position as of tonight's posting. The day's
      * sales and returns come from the daily part-activity summary
      * once it has been built and posted through today, otherwise
      * from today's TRANHIST.TXT records.
      *
      * Each supplier's file is rewritten every night under the
      * prefix as VMI<supplier id>.TXT, and one line per file - run
      * date and time, supplier, file, part and location counts,
      * total records and whether it was written - is added to the
      * export log, VMILOG.TXT, so there is a standing record of what
      * was sent to whom.
      *
      * Used File
      *    - Supplier Master File (Indexed Sequential): SUPPLIER
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *    - Master Inventory File (Line Sequential): INVENT5.TXT
      *    - Part/Location Balance File (Indexed): PARTLOC
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Open Backorder File: BACKORD.TXT
      *    - Open Purchase Orders: OPENPO.TXT
      *    - VMI Export Files: VMI<supplier id>.TXT (rewritten)
      *    - VMI Export Log: VMILOG.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 VMI-EXPORT.
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
           SELECT  SUPPLIER-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SUPPLIER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SP-SUPPLIER-ID
                   FILE STATUS IS SUPPLIER-FILE-STAT.

           SELECT  PARTSUPP-FILE-IN
                   ASSIGN DYNAMIC RC-FN-PARTSUPP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PS-KEY
                   FILE STATUS IS PARTSUPP-FILE-STAT.

           SELECT  INVENT-FILE-IN
                   ASSIGN DYNAMIC RC-FN-INVENT5
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

      *    The daily part-activity summary, read in place of the
      *    history once PART-SUMMARY-REBUILD has built it.
           SELECT  PARTSUMM-FILE
                   ASSIGN DYNAMIC RC-FN-PARTSUMM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PSM-KEY
                   FILE STATUS IS PARTSUMM-FILE-STAT.

           SELECT  HISTORY-FILE-IN
                   ASSIGN DYNAMIC RC-FN-TRANHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-FILE-STAT.

           SELECT  BACKORD-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BACKORD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BACKORD-FILE-STAT.

           SELECT  OPENPO-FILE-IN
                   ASSIGN DYNAMIC RC-FN-OPENPO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENPO-FILE-STAT.

      *    Named afresh for each supplier before it is opened.
           SELECT  VMI-EXPORT-FILE
                   ASSIGN DYNAMIC RC-FN-VMIEXPORT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VMI-EXPORT-FILE-STAT.

           SELECT  VMI-LOG-FILE
                   ASSIGN DYNAMIC RC-FN-VMILOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VMI-LOG-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same 80-byte layout as SUPPLIER-RECORD in
      *    SupplierUpdate.cbl.
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
               88  SP-VMI-PARTNER            VALUE "Y".
           05  FILLER              PIC X(14).

      *    Same layout as PARTSUPP-RECORD in PartSupplierUpdate.cbl.
       FD  PARTSUPP-FILE-IN
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PARTSUPP-RECORD-IN.
       01  PARTSUPP-RECORD-IN.
           05  PS-KEY.
               10  PS-PART-NUMBER  PIC 9(05).
               10  PS-SUPPLIER-ID  PIC X(02).
           05  PS-PRICE            PIC 9(04)V99.
           05  PS-LEAD-TIME        PIC 9(03).
           05  PS-PREFERRED        PIC X(01).
           05  PS-PURCH-UOM        PIC X(04).
           05  PS-CONV-FACTOR      PIC 9(05).

       FD  INVENT-FILE-IN
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".

       FD  HISTORY-FILE-IN
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS HISTORY-RECORD-IN.
       01  HISTORY-RECORD-IN.
           05  HIST-DATE-IN        PIC 9(08).
           05  HIST-PART-NUMBER-IN PIC 9(05).
           05  HIST-CODE-IN        PIC X(01).
           05  HIST-VALUE-IN       PIC 9(07).
           05  FILLER              PIC X(36).

      *    Same 29-byte layout as BACKORD-RECORD in BatchUpdate.cbl.
       FD  BACKORD-FILE-IN
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS BACKORD-RECORD-IN.
       01  BACKORD-RECORD-IN.
           05  BO-DATE-IN          PIC 9(08).
           05  BO-PART-NUMBER-IN   PIC 9(05).
           05  BO-LOCATION-IN      PIC X(02).
           05  BO-QTY-SHORT-IN     PIC 9(07).
           05  BO-CUSTOMER-ID-IN   PIC X(06).
           05  FILLER              PIC X(01).

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

       FD  VMI-EXPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VMI-EXPORT-RECORD.
       COPY "VmiExport.cpy".

      *    One line per export file written (or attempted).
       FD  VMI-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VMI-LOG-RECORD.
       01  VMI-LOG-RECORD.
           05  VG-RUN-DATE         PIC 9(08).
           05  VG-RUN-TIME         PIC 9(06).
           05  VG-SUPPLIER-ID      PIC X(02).
           05  VG-SUPPLIER-NAME    PIC X(15).
           05  VG-FILE-NAME        PIC X(40).
           05  VG-DETAIL-COUNT     PIC 9(07).
           05  VG-LOCATION-COUNT   PIC 9(07).
           05  VG-RECORD-COUNT     PIC 9(07).
           05  VG-STATUS           PIC X(08).

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
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-PARTSUPP       PIC X(40).
           05  RC-FN-INVENT5        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-BACKORD        PIC X(40).
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-VMIEXPORT      PIC X(40).
           05  RC-FN-VMILOG         PIC X(40).

      *    The suppliers flagged for the export.
       01  VMI-SUPPLIER-TABLE.
           05  VS-COUNT            PIC 9(03) VALUE ZEROS.
           05  VS-ENTRY            OCCURS 0 TO 99 TIMES
                                   DEPENDING ON VS-COUNT
                                   INDEXED BY VS-IDX.
               10  VS-SUPPLIER-ID      PIC X(02).
               10  VS-SUPPLIER-NAME    PIC X(15).

      *    Every PARTSUPP link to a flagged supplier, in PARTSUPP key
      *    order (part, then supplier), with the units on open POs
      *    placed with that supplier for that part.
       01  VMI-LINK-TABLE.
           05  LN-COUNT            PIC 9(04) VALUE ZEROS.
           05  LN-ENTRY            OCCURS 0 TO 3000 TIMES
                                   DEPENDING ON LN-COUNT
                                   INDEXED BY LN-IDX.
               10  LN-PART-NUMBER      PIC 9(05).
               10  LN-SUPPLIER-ID      PIC X(02).
               10  LN-PREFERRED        PIC X(01).
               10  LN-PURCH-UOM        PIC X(04).
               10  LN-CONV-FACTOR      PIC 9(05).
               10  LN-OPEN-PO-QTY      PIC 9(07).

      *    One entry per part any flagged supplier sources, ascending
      *    by part number because PARTSUPP is read in key order.
       01  VMI-PART-TABLE.
           05  PT-COUNT            PIC 9(04) VALUE ZEROS.
           05  PT-ENTRY            OCCURS 0 TO 3000 TIMES
                                   DEPENDING ON PT-COUNT
                                   ASCENDING KEY IS PT-PART-NUMBER
                                   INDEXED BY PT-IDX.
               10  PT-PART-NUMBER      PIC 9(05).
               10  PT-PART-NAME        PIC X(20).
               10  PT-ON-HAND          PIC 9(07).
               10  PT-REORDER-POINT    PIC 9(03).
               10  PT-SOLD             PIC 9(07).
               10  PT-RETURNED         PIC 9(07).
               10  PT-BACKORDERED      PIC 9(07).
               10  PT-OPEN-PO-ALL      PIC 9(07).
               10  PT-ON-MASTER-SW     PIC X(01).
                   88  PT-ON-MASTER              VALUE "Y".

      *    The file being written and its control counts.
       01  EXPORT-WORK.
           05  WS-TODAY            PIC 9(08).
           05  WS-TIME-NOW         PIC 9(08).
           05  WS-TIME-NOW-R       REDEFINES WS-TIME-NOW.
               10  WS-TIME-HHMMSS      PIC 9(06).
               10  FILLER              PIC 9(02).
           05  WS-EXPORT-STATUS    PIC X(08).
           05  WS-PL-EOF-SW        PIC X(01).
           05  WS-PART-LISTED-SW   PIC X(01).
           05  CT-FILE-DETAILS     PIC 9(07).
           05  CT-FILE-LOCATIONS   PIC 9(07).
           05  CT-FILE-RECORDS     PIC 9(07).
           05  CT-FILE-HASH        PIC 9(11).

       01  SWITCHES-AND-COUNTERS.
           05  EOF-SW              PIC X(01) VALUE "N".
           05  PARTLOC-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTLOC-AVAILABLE         VALUE "Y".
           05  SUMMARY-SW          PIC X(01) VALUE "N".
               88  ACTIVITY-FROM-SUMMARY     VALUE "Y".
           05  CT-FILES-WRITTEN    PIC 9(03) VALUE ZEROS.
           05  CT-NOT-ON-MASTER    PIC 9(05) VALUE ZEROS.
           05  CT-TABLE-OVERFLOW   PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  SUPPLIER-FILE-STAT  PIC X(02).
           05  PARTSUPP-FILE-STAT  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  PARTSUMM-FILE-STAT  PIC X(02).
           05  HISTORY-FILE-STAT   PIC X(02).
           05  BACKORD-FILE-STAT   PIC X(02).
           05  OPENPO-FILE-STAT    PIC X(02).
           05  VMI-EXPORT-FILE-STAT
                                   PIC X(02).
           05  VMI-LOG-FILE-STAT   PIC X(02).

      *    A missing master, supplier or cross-reference file - or an
      *    export file that cannot be written - is flagged so the run
      *    ends with a non-zero RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-EXPORT-VMI-ACTIVITY.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY        FROM DATE YYYYMMDD.
           ACCEPT  WS-TIME-NOW     FROM TIME.
           PERFORM 200-LOAD-VMI-SUPPLIERS.
           IF  NOT ABEND-DETECTED AND VS-COUNT > ZEROS
               PERFORM 200-LOAD-SUPPLIER-PARTS
           END-IF.
           IF  NOT ABEND-DETECTED AND VS-COUNT > ZEROS
               PERFORM 200-LOAD-MASTER-POSITION
           END-IF.
           IF  NOT ABEND-DETECTED AND VS-COUNT > ZEROS
               PERFORM 200-GATHER-DAYS-ACTIVITY
               PERFORM 200-GATHER-BACKORDERS
               PERFORM 200-GATHER-OPEN-POS
               PERFORM 200-WRITE-EXPORT-FILES
           END-IF.
           IF  CT-NOT-ON-MASTER > ZEROS
               DISPLAY "VMI EXPORT: " CT-NOT-ON-MASTER
                       " SOURCED PART(S) NOT ON THE MASTER - LEFT OUT"
           END-IF.
           IF  CT-TABLE-OVERFLOW > ZEROS
               DISPLAY "VMI EXPORT: " CT-TABLE-OVERFLOW
                       " PART LINK(S) LEFT OUT - TABLE FULL"
           END-IF.
           DISPLAY "VMI EXPORT: " CT-FILES-WRITTEN " FILE(S) WRITTEN".
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
      * The suppliers flagged as VMI partners. None flagged is not an
      * error - there is simply nothing to send tonight.
      *-----------------------------------------------------------------
       200-LOAD-VMI-SUPPLIERS.
           OPEN    INPUT   SUPPLIER-FILE-IN.
           IF  SUPPLIER-FILE-STAT NOT = "00"
               DISPLAY "VMI EXPORT: CANNOT OPEN SUPPLIER FILE, STATUS "
                       SUPPLIER-FILE-STAT
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    SUPPLIER-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL EOF-SW = "Y"
               IF  SP-VMI-PARTNER
                   IF  VS-COUNT < 99
                       ADD     1                   TO  VS-COUNT
                       SET     VS-IDX              TO  VS-COUNT
                       MOVE    SP-SUPPLIER-ID      TO
                               VS-SUPPLIER-ID(VS-IDX)
                       MOVE    SP-SUPPLIER-NAME    TO
                               VS-SUPPLIER-NAME(VS-IDX)
                   ELSE
                       ADD     1       TO  CT-TABLE-OVERFLOW
                   END-IF
               END-IF
               READ    SUPPLIER-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SUPPLIER-FILE-IN.
           IF  VS-COUNT = ZEROS
               DISPLAY "VMI EXPORT: NO SUPPLIER FLAGGED FOR VMI - "
                       "NOTHING TO SEND"
           END-IF.

      *-----------------------------------------------------------------
      * Every part a flagged supplier sources, and how it sources it.
      * PARTSUPP comes in part order, so the part table is built in
      * ascending order and a part sourced from two flagged suppliers
      * is already the last entry when its second link arrives.
      *-----------------------------------------------------------------
       200-LOAD-SUPPLIER-PARTS.
           OPEN    INPUT   PARTSUPP-FILE-IN.
           IF  PARTSUPP-FILE-STAT NOT = "00"
               DISPLAY "VMI EXPORT: CANNOT OPEN PARTSUPP, STATUS "
                       PARTSUPP-FILE-STAT
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    PARTSUPP-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL EOF-SW = "Y"
               SET     VS-IDX  TO  1
               SEARCH  VS-ENTRY
                   WHEN    VS-SUPPLIER-ID(VS-IDX) = PS-SUPPLIER-ID
                       PERFORM 300-ADD-SUPPLIER-PART
               END-SEARCH
               READ    PARTSUPP-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   PARTSUPP-FILE-IN.

      *-----------------------------------------------------------------
       300-ADD-SUPPLIER-PART.
           IF  LN-COUNT NOT < 3000
               ADD     1       TO  CT-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           IF  PT-COUNT > ZEROS
               IF  PT-PART-NUMBER(PT-COUNT) = PS-PART-NUMBER
                   MOVE    "Y"     TO  WS-PART-LISTED-SW
               ELSE
                   MOVE    "N"     TO  WS-PART-LISTED-SW
               END-IF
           ELSE
               MOVE    "N"     TO  WS-PART-LISTED-SW
           END-IF.
           IF  WS-PART-LISTED-SW = "N"
               ADD     1                   TO  PT-COUNT
               SET     PT-IDX              TO  PT-COUNT
               INITIALIZE  PT-ENTRY(PT-IDX)
               MOVE    PS-PART-NUMBER      TO  PT-PART-NUMBER(PT-IDX)
               MOVE    "N"                 TO  PT-ON-MASTER-SW(PT-IDX)
           END-IF.
           ADD     1                   TO  LN-COUNT.
           SET     LN-IDX              TO  LN-COUNT.
           MOVE    PS-PART-NUMBER      TO  LN-PART-NUMBER(LN-IDX).
           MOVE    PS-SUPPLIER-ID      TO  LN-SUPPLIER-ID(LN-IDX).
           MOVE    PS-PREFERRED        TO  LN-PREFERRED(LN-IDX).
           MOVE    PS-PURCH-UOM        TO  LN-PURCH-UOM(LN-IDX).
           MOVE    PS-CONV-FACTOR      TO  LN-CONV-FACTOR(LN-IDX).
           MOVE    ZEROS               TO  LN-OPEN-PO-QTY(LN-IDX).

      *-----------------------------------------------------------------
      * Name, on hand and reorder point from the master BATCH-UPDATE
      * has just written. Without it there is no position to send,
      * so no supplier's file is touched.
      *-----------------------------------------------------------------
       200-LOAD-MASTER-POSITION.
           OPEN    INPUT   INVENT-FILE-IN.
           IF  INVENT-FILE-STAT NOT = "00"
               DISPLAY "VMI EXPORT: CANNOT OPEN INVENT5.TXT, STATUS "
                       INVENT-FILE-STAT " - NO FILES WRITTEN"
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    INVENT-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL EOF-SW = "Y"
               SET     PT-IDX  TO  1
               SEARCH ALL PT-ENTRY
                   WHEN    PT-PART-NUMBER(PT-IDX) = PART-NUMBER-IN
                       MOVE    PART-NAME-IN        TO
                               PT-PART-NAME(PT-IDX)
                       MOVE    QUANTITY-IN         TO
                               PT-ON-HAND(PT-IDX)
                       MOVE    REORDER-POINT-IN    TO
                               PT-REORDER-POINT(PT-IDX)
                       SET     PT-ON-MASTER(PT-IDX)    TO  TRUE
               END-SEARCH
               READ    INVENT-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   INVENT-FILE-IN.

      ******************************************************************
      * Today's units sold ("S") and returned by customers ("C"):
      * read by key from the daily summary when it is built and
      * posted through today, otherwise picked out of TRANHIST.TXT.
      *-----------------------------------------------------------------
       200-GATHER-DAYS-ACTIVITY.
           PERFORM 300-OPEN-PART-SUMMARY.
           IF  ACTIVITY-FROM-SUMMARY
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL   PT-IDX > PT-COUNT
                   PERFORM 300-READ-PART-SUMMARY
               END-PERFORM
               CLOSE   PARTSUMM-FILE
               DISPLAY "VMI EXPORT: SALES AND RETURNS FROM PARTSUMM"
           ELSE
               PERFORM 300-READ-HISTORY-FILE
               DISPLAY "VMI EXPORT: SALES AND RETURNS FROM "
                       "TRANHIST.TXT"
           END-IF.

      *-----------------------------------------------------------------
      * The summary stands in for the history only once its control
      * record exists and tonight's posting has reached it.
      *-----------------------------------------------------------------
       300-OPEN-PART-SUMMARY.
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
           IF  PSM-CTL-POSTED-THROUGH < WS-TODAY
               CLOSE   PARTSUMM-FILE
               EXIT PARAGRAPH
           END-IF.
           SET     ACTIVITY-FROM-SUMMARY   TO  TRUE.

      *-----------------------------------------------------------------
       300-READ-PART-SUMMARY.
           MOVE    PT-PART-NUMBER(PT-IDX)  TO  PSM-PART-NUMBER.
           MOVE    WS-TODAY                TO  PSM-DATE.
           MOVE    "S"                     TO  PSM-CODE.
           READ    PARTSUMM-FILE
               NOT INVALID KEY
                   MOVE    PSM-UNITS-OUT   TO  PT-SOLD(PT-IDX)
           END-READ.
           MOVE    PT-PART-NUMBER(PT-IDX)  TO  PSM-PART-NUMBER.
           MOVE    WS-TODAY                TO  PSM-DATE.
           MOVE    "C"                     TO  PSM-CODE.
           READ    PARTSUMM-FILE
               NOT INVALID KEY
                   MOVE    PSM-UNITS-IN    TO  PT-RETURNED(PT-IDX)
           END-READ.

      *-----------------------------------------------------------------
       300-READ-HISTORY-FILE.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT NOT = "00"
               DISPLAY "VMI EXPORT: NO TRANHIST.TXT, STATUS "
                       HISTORY-FILE-STAT " - NO SALES OR RETURNS"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    HISTORY-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL EOF-SW = "Y"
               IF  HIST-DATE-IN = WS-TODAY
                       AND (HIST-CODE-IN = "S" OR HIST-CODE-IN = "C")
                   PERFORM 400-TAKE-HISTORY-UNITS
               END-IF
               READ    HISTORY-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   HISTORY-FILE-IN.

      *-----------------------------------------------------------------
       400-TAKE-HISTORY-UNITS.
           SET     PT-IDX  TO  1.
           SEARCH ALL PT-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN    PT-PART-NUMBER(PT-IDX) = HIST-PART-NUMBER-IN
                   CONTINUE
           END-SEARCH.
           IF  HIST-CODE-IN = "S"
               ADD     HIST-VALUE-IN   TO  PT-SOLD(PT-IDX)
           ELSE
               ADD     HIST-VALUE-IN   TO  PT-RETURNED(PT-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * Units still owed to customers, whatever the location.
      *-----------------------------------------------------------------
       200-GATHER-BACKORDERS.
           OPEN    INPUT   BACKORD-FILE-IN.
           IF  BACKORD-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    BACKORD-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL EOF-SW = "Y"
               SET     PT-IDX  TO  1
               SEARCH ALL PT-ENTRY
                   WHEN    PT-PART-NUMBER(PT-IDX) = BO-PART-NUMBER-IN
                       ADD     BO-QTY-SHORT-IN     TO
                               PT-BACKORDERED(PT-IDX)
               END-SEARCH
               READ    BACKORD-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BACKORD-FILE-IN.

      *-----------------------------------------------------------------
      * Units still to come on every open PO line - into the part's
      * total from all suppliers, and into the link of the supplier
      * the PO is placed with when that supplier is flagged.
      *-----------------------------------------------------------------
       200-GATHER-OPEN-POS.
           OPEN    INPUT   OPENPO-FILE-IN.
           IF  OPENPO-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    OPENPO-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL EOF-SW = "Y"
               IF  OPO-STATUS-IN NOT = "C"
                       AND OPO-ORDERED-QTY-IN > OPO-RECEIVED-QTY-IN
                   PERFORM 300-ADD-OPEN-PO
               END-IF
               READ    OPENPO-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   OPENPO-FILE-IN.

      *-----------------------------------------------------------------
       300-ADD-OPEN-PO.
           SET     PT-IDX  TO  1.
           SEARCH ALL PT-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN    PT-PART-NUMBER(PT-IDX) = OPO-PART-NUMBER-IN
                   COMPUTE PT-OPEN-PO-ALL(PT-IDX) =
                           PT-OPEN-PO-ALL(PT-IDX)
                           + OPO-ORDERED-QTY-IN - OPO-RECEIVED-QTY-IN
           END-SEARCH.
           SET     LN-IDX  TO  1.
           SEARCH  LN-ENTRY
               WHEN    LN-PART-NUMBER(LN-IDX) = OPO-PART-NUMBER-IN
                   AND LN-SUPPLIER-ID(LN-IDX) = OPO-SUPPLIER-ID-IN
                   COMPUTE LN-OPEN-PO-QTY(LN-IDX) =
                           LN-OPEN-PO-QTY(LN-IDX)
                           + OPO-ORDERED-QTY-IN - OPO-RECEIVED-QTY-IN
           END-SEARCH.

      ******************************************************************
      * One file per flagged supplier, each logged as it is closed.
      *-----------------------------------------------------------------
       200-WRITE-EXPORT-FILES.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
           ELSE
               DISPLAY "VMI EXPORT: NO PARTLOC, STATUS "
                       PARTLOC-FILE-STAT " - NO LOCATION LINES"
           END-IF.
           OPEN    EXTEND  VMI-LOG-FILE.
           IF  VMI-LOG-FILE-STAT NOT = "00"
               OPEN    OUTPUT  VMI-LOG-FILE
           END-IF.
           PERFORM VARYING VS-IDX FROM 1 BY 1
                   UNTIL   VS-IDX > VS-COUNT
               PERFORM 300-EXPORT-ONE-SUPPLIER
               PERFORM 300-LOG-ONE-EXPORT
           END-PERFORM.
           CLOSE   VMI-LOG-FILE.
           IF  PARTLOC-AVAILABLE
               CLOSE   PARTLOC-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Header, then each sourced part on the master with its
      * location lines, then the trailer. A file that cannot be
      * opened is logged as failed and fails the step, but the other
      * suppliers' files are still written.
      *-----------------------------------------------------------------
       300-EXPORT-ONE-SUPPLIER.
           MOVE    ZEROS       TO  CT-FILE-DETAILS
                                   CT-FILE-LOCATIONS
                                   CT-FILE-RECORDS
                                   CT-FILE-HASH.
           MOVE    SPACES      TO  RC-FN-VMIEXPORT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "VMI"               DELIMITED BY SIZE
                   VS-SUPPLIER-ID(VS-IDX)
                                       DELIMITED BY SPACE
                   ".TXT"              DELIMITED BY SIZE
                   INTO RC-FN-VMIEXPORT.
           OPEN    OUTPUT  VMI-EXPORT-FILE.
           IF  VMI-EXPORT-FILE-STAT NOT = "00"
               DISPLAY "VMI EXPORT: CANNOT WRITE " RC-FN-VMIEXPORT
                       ", STATUS " VMI-EXPORT-FILE-STAT
               MOVE    "FAILED"    TO  WS-EXPORT-STATUS
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE    SPACES                  TO  VMI-EXPORT-RECORD.
           SET     VX-HEADER               TO  TRUE.
           MOVE    VS-SUPPLIER-ID(VS-IDX)  TO  VX-SUPPLIER-ID.
           MOVE    VS-SUPPLIER-NAME(VS-IDX)
                                           TO  VXH-SUPPLIER-NAME.
           MOVE    WS-TODAY                TO  VXH-ACTIVITY-DATE
                                               VXH-CREATED-DATE.
           MOVE    WS-TIME-HHMMSS          TO  VXH-CREATED-TIME.
           MOVE    "01"                    TO  VXH-LAYOUT-VERSION.
           PERFORM 400-WRITE-EXPORT-RECORD.

           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL   LN-IDX > LN-COUNT
               IF  LN-SUPPLIER-ID(LN-IDX) = VS-SUPPLIER-ID(VS-IDX)
                   PERFORM 400-EXPORT-ONE-PART
               END-IF
           END-PERFORM.

           MOVE    SPACES                  TO  VMI-EXPORT-RECORD.
           SET     VX-TRAILER              TO  TRUE.
           MOVE    VS-SUPPLIER-ID(VS-IDX)  TO  VX-SUPPLIER-ID.
           MOVE    CT-FILE-DETAILS         TO  VXT-DETAIL-COUNT.
           MOVE    CT-FILE-LOCATIONS       TO  VXT-LOCATION-COUNT.
           COMPUTE VXT-RECORD-COUNT = CT-FILE-RECORDS + 1.
           MOVE    CT-FILE-HASH            TO  VXT-ON-HAND-HASH.
           PERFORM 400-WRITE-EXPORT-RECORD.
           CLOSE   VMI-EXPORT-FILE.
           MOVE    "EXPORTED"  TO  WS-EXPORT-STATUS.
           ADD     1           TO  CT-FILES-WRITTEN.
           DISPLAY "VMI EXPORT: " VS-SUPPLIER-ID(VS-IDX) " "
                   VS-SUPPLIER-NAME(VS-IDX) " - " CT-FILE-DETAILS
                   " PART(S), " CT-FILE-RECORDS " RECORD(S)".

      *-----------------------------------------------------------------
      * A part on PARTSUPP that is no longer on the master is left
      * out - there is no position to report for it.
      *-----------------------------------------------------------------
       400-EXPORT-ONE-PART.
           SET     PT-IDX  TO  1.
           SEARCH ALL PT-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN    PT-PART-NUMBER(PT-IDX) = LN-PART-NUMBER(LN-IDX)
                   CONTINUE
           END-SEARCH.
           IF  NOT PT-ON-MASTER(PT-IDX)
               ADD     1       TO  CT-NOT-ON-MASTER
               EXIT PARAGRAPH
           END-IF.
           MOVE    SPACES                  TO  VMI-EXPORT-RECORD.
           SET     VX-DETAIL               TO  TRUE.
           MOVE    VS-SUPPLIER-ID(VS-IDX)  TO  VX-SUPPLIER-ID.
           MOVE    PT-PART-NUMBER(PT-IDX)  TO  VXD-PART-NUMBER.
           MOVE    PT-PART-NAME(PT-IDX)    TO  VXD-PART-NAME.
           MOVE    PT-ON-HAND(PT-IDX)      TO  VXD-ON-HAND.
           MOVE    PT-SOLD(PT-IDX)         TO  VXD-SOLD-TODAY.
           MOVE    PT-RETURNED(PT-IDX)     TO  VXD-RETURNED-TODAY.
           MOVE    PT-BACKORDERED(PT-IDX)  TO  VXD-BACKORDERED.
           MOVE    LN-OPEN-PO-QTY(LN-IDX)  TO  VXD-OPEN-PO-SUPPLIER.
           MOVE    PT-OPEN-PO-ALL(PT-IDX)  TO  VXD-OPEN-PO-ALL.
           MOVE    PT-REORDER-POINT(PT-IDX)
                                           TO  VXD-REORDER-POINT.
           MOVE    LN-PREFERRED(LN-IDX)    TO  VXD-PREFERRED.
           MOVE    LN-PURCH-UOM(LN-IDX)    TO  VXD-PURCH-UOM.
           MOVE    LN-CONV-FACTOR(LN-IDX)  TO  VXD-CONV-FACTOR.
           PERFORM 400-WRITE-EXPORT-RECORD.
           ADD     1                       TO  CT-FILE-DETAILS.
           ADD     PT-ON-HAND(PT-IDX)      TO  CT-FILE-HASH.
           IF  PARTLOC-AVAILABLE
               PERFORM 500-EXPORT-PART-LOCATIONS
           END-IF.

      *-----------------------------------------------------------------
      * One line for every location holding some of the part; a
      * location emptied to zero keeps its PARTLOC record but is not
      * sent.
      *-----------------------------------------------------------------
       500-EXPORT-PART-LOCATIONS.
           MOVE    PT-PART-NUMBER(PT-IDX)  TO  PLB-PART-NUMBER.
           MOVE    LOW-VALUES              TO  PLB-LOCATION.
           MOVE    "N"                     TO  WS-PL-EOF-SW.
           START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
               INVALID KEY
                   MOVE    "Y"     TO  WS-PL-EOF-SW
           END-START.
           PERFORM UNTIL WS-PL-EOF-SW = "Y"
               READ    PARTLOC-FILE    NEXT
                   AT END
                       MOVE    "Y"     TO  WS-PL-EOF-SW
                   NOT AT END
                       IF  PLB-PART-NUMBER NOT = PT-PART-NUMBER(PT-IDX)
                           MOVE    "Y"     TO  WS-PL-EOF-SW
                       ELSE
                           IF  PLB-QUANTITY > ZEROS
                               PERFORM 600-WRITE-LOCATION-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
       600-WRITE-LOCATION-LINE.
           MOVE    SPACES                  TO  VMI-EXPORT-RECORD.
           SET     VX-LOCATION             TO  TRUE.
           MOVE    VS-SUPPLIER-ID(VS-IDX)  TO  VX-SUPPLIER-ID.
           MOVE    PLB-PART-NUMBER         TO  VXL-PART-NUMBER.
           MOVE    PLB-LOCATION            TO  VXL-LOCATION.
           MOVE    PLB-QUANTITY            TO  VXL-QUANTITY.
           PERFORM 400-WRITE-EXPORT-RECORD.
           ADD     1                       TO  CT-FILE-LOCATIONS.

      *-----------------------------------------------------------------
       400-WRITE-EXPORT-RECORD.
           WRITE   VMI-EXPORT-RECORD.
           ADD     1       TO  CT-FILE-RECORDS.

      *-----------------------------------------------------------------
      * What was sent to whom: one log line per supplier's file.
      *-----------------------------------------------------------------
       300-LOG-ONE-EXPORT.
           MOVE    SPACES                  TO  VMI-LOG-RECORD.
           MOVE    WS-TODAY                TO  VG-RUN-DATE.
           MOVE    WS-TIME-HHMMSS          TO  VG-RUN-TIME.
           MOVE    VS-SUPPLIER-ID(VS-IDX)  TO  VG-SUPPLIER-ID.
           MOVE    VS-SUPPLIER-NAME(VS-IDX)
                                           TO  VG-SUPPLIER-NAME.
           MOVE    RC-FN-VMIEXPORT         TO  VG-FILE-NAME.
           MOVE    CT-FILE-DETAILS         TO  VG-DETAIL-COUNT.
           MOVE    CT-FILE-LOCATIONS       TO  VG-LOCATION-COUNT.
           MOVE    CT-FILE-RECORDS         TO  VG-RECORD-COUNT.
           MOVE    WS-EXPORT-STATUS        TO  VG-STATUS.
           WRITE   VMI-LOG-RECORD.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SUPPLIER.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPLIER" DELIMITED BY SIZE
                   INTO RC-FN-SUPPLIER.
           MOVE    SPACES      TO  RC-FN-PARTSUPP.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPP.
           MOVE    SPACES      TO  RC-FN-INVENT5.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT5.TXT" DELIMITED BY SIZE
                   INTO RC-FN-INVENT5.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-PARTSUMM.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUMM" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUMM.
           MOVE    SPACES      TO  RC-FN-TRANHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANHIST.
           MOVE    SPACES      TO  RC-FN-BACKORD.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BACKORD.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BACKORD.
           MOVE    SPACES      TO  RC-FN-OPENPO.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OPENPO.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OPENPO.
           MOVE    SPACES      TO  RC-FN-VMILOG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "VMILOG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-VMILOG.

      ******************************************************************
      * This program is to print the warehouse Pick List from the
      * open customer sales order lines taken on SALES-ORDER-ENTRY.
      *
      * Every line still open is listed under the location it ships
      * from, in part order within the location, so a picker walks
      * each location once. A line printed for the first time is
      * marked "P" (picked) with today's date; a picked line not yet
      * confirmed as shipped prints again, flagged, until SHIP-CONFIRM
      * closes it - a lost pick list never strands an order. An
      * order held on a SALES-ORDER-ENTRY or SHIP-CONFIRM screen is
      * left as it is and counted on the totals; its lines list again,
      * unflagged, on the next run.
      *
      * Used File
      *    - Sales Order File (Indexed Sequential): SALESORD
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Pick List Report File: PICKLIST.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SALES-PICK-LIST.
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
      *    Read once sequentially for the open lines, then by key to
      *    mark each newly listed line picked.
           SELECT  SALESORD-FILE
                   ASSIGN DYNAMIC RC-FN-SALESORD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO-KEY
                   ALTERNATE RECORD KEY IS SO-PART-LOC
                       WITH DUPLICATES
                   FILE STATUS IS SALESORD-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PICKLIST-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-PICKLIST
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as SALESORD-RECORD in SalesOrderEntry.cbl.
       FD  SALESORD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SALESORD-RECORD.
       01  SALESORD-RECORD.
           05  SO-KEY.
               10  SO-ORDER-NUMBER PIC 9(06).
               10  SO-LINE-NUMBER  PIC 9(03).
           05  SO-STATUS           PIC X(01).
           05  SO-CUSTOMER-ID      PIC X(06).
           05  SO-PART-LOC.
               10  SO-PART-NUMBER  PIC 9(05).
               10  SO-LOCATION     PIC X(02).
           05  SO-ORDER-DATE       PIC 9(08).
           05  SO-ORDERED-QTY      PIC 9(07).
           05  SO-SHIPPED-QTY      PIC 9(07).
           05  SO-PICK-DATE        PIC 9(08).
           05  SO-SHIP-DATE        PIC 9(08).
           05  SO-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(11).

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

       FD  PICKLIST-REPORT-OUT
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS PICKLIST-OUT.
       01  PICKLIST-OUT                PIC X(72).

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
           05  RC-FN-SALESORD       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PICKLIST       PIC X(40).

      *    This record is for printing the title of the pick list.
       01  PICKLIST-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(24)
               VALUE "WAREHOUSE PICK LIST at ".
           05  TITLE-DATE-O        PIC 9(08).

      *    This record is for printing one location's heading.
       01  LOCATION-HEADING.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "LOCATION ".
           05  LOC-HEADING-O       PIC X(02).

      *    This record is for printing the column header under each
      *    location heading.
       01  PICKLIST-HEADER.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(21) VALUE "PART NAME".
           05  FILLER              PIC X(11) VALUE "ORDER/LN".
           05  FILLER              PIC X(08) VALUE "CUSTOMER".
           05  FILLER              PIC X(10) VALUE "  TO PICK".
           05  FILLER              PIC X(07) VALUE "  PICKD".

      *    This record is for printing one line to pick. PREV-O is
      *    "*" on a line already listed on an earlier pick list.
       01  PICKLIST-DETAIL.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PL-PART-NUMBER-O    PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PL-PART-NAME-O      PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PL-ORDER-O          PIC 9(06).
           05  FILLER              PIC X(01) VALUE "/".
           05  PL-LINE-O           PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PL-CUSTOMER-O       PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PL-QTY-O            PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PL-PREV-O           PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "_______".

      *    This record is for printing a location's total units.
       01  LOCATION-TOTAL-LINE.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "LOCATION TOTAL".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  LOC-TOTAL-O         PIC ZZZZZZ9.

      *    This record is for printing the footer of the report.
       01  PICKLIST-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(22).
           05  FOOTER-COUNTER      PIC ZZZZ9.

      *    Every open or picked line, gathered in one pass and sorted
      *    into walk order before printing.
       01  PICK-TABLE.
           05  PK-COUNT            PIC 9(04) VALUE ZEROS.
           05  PK-ENTRY            OCCURS 0 TO 5000 TIMES
                                   DEPENDING ON PK-COUNT
                                   INDEXED BY PK-IDX.
               10  PK-SORT-KEY.
                   15  PK-LOCATION     PIC X(02).
                   15  PK-PART-NUMBER  PIC 9(05).
                   15  PK-ORDER-NUMBER PIC 9(06).
                   15  PK-LINE-NUMBER  PIC 9(03).
               10  PK-CUSTOMER-ID      PIC X(06).
               10  PK-QTY              PIC 9(07).
               10  PK-STATUS           PIC X(01).

       01  SWITCHES-AND-COUNTERS.
           05  SALESORD-EOF-SW     PIC X(01) VALUE "N".
           05  SALESORD-FILE-STAT  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  WS-CURRENT-LOCATION PIC X(02).
           05  WS-LOCATION-TOTAL   PIC 9(07) VALUE ZEROS.
           05  CT-LINES-LISTED     PIC 9(05) VALUE ZEROS.
           05  CT-LINES-MARKED     PIC 9(05) VALUE ZEROS.
           05  CT-TABLE-FULL       PIC 9(05) VALUE ZEROS.
           05  CT-LINES-HELD       PIC 9(05) VALUE ZEROS.

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).

      *    A missing order file leaves nothing to pick - flagged so the
      *    run ends with a non-zero RETURN-CODE for a calling driver.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      *    Parameter block for the RECORD-LOCK subprogram - an order
      *    open on an order-desk screen is not marked under it.
       COPY "RecordLock.cpy".

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-PICK-LIST.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 200-INITIATE-PICK-LIST.
           IF  SALESORD-FILE-STAT = "00"
               PERFORM 200-LOAD-PICK-TABLE
           END-IF.
           PERFORM 200-PRINT-PICK-LIST.
           PERFORM 200-MARK-LINES-PICKED.
           PERFORM 300-PRINT-REPORT-FOOTER.
           PERFORM 200-TERMINATE-PICK-LIST.
           PERFORM 400-SET-RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      * A missing SALESORD means no order has ever been taken - that
      * is not a failure, the list just prints empty. Any other open
      * failure is.
      *-----------------------------------------------------------------
       200-INITIATE-PICK-LIST.
           OPEN    OUTPUT  PICKLIST-REPORT-OUT.
           PERFORM 300-PRINT-REPORT-TITLE.
           OPEN    INPUT   INVENT-FILE.
           OPEN    I-O     SALESORD-FILE.
           IF  SALESORD-FILE-STAT NOT = "00"
               DISPLAY "PICK LIST: CANNOT OPEN SALESORD, STATUS "
                       SALESORD-FILE-STAT " - NOTHING TO PICK"
               IF  SALESORD-FILE-STAT NOT = "35"
                   SET     ABEND-DETECTED  TO  TRUE
               END-IF
               MOVE    "Y"     TO  SALESORD-EOF-SW
           END-IF.

      *-----------------------------------------------------------------
      * One sequential pass over the order book: every open line and
      * every picked-but-unshipped line goes in the pick table.
      *-----------------------------------------------------------------
       200-LOAD-PICK-TABLE.
           MOVE    LOW-VALUES  TO  SO-KEY.
           START   SALESORD-FILE   KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE    "Y"     TO  SALESORD-EOF-SW
           END-START.
           PERFORM UNTIL SALESORD-EOF-SW = "Y"
               READ    SALESORD-FILE   NEXT
                   AT END
                       MOVE    "Y"     TO  SALESORD-EOF-SW
                   NOT AT END
                       IF  SO-STATUS = "O" OR SO-STATUS = "P"
                           PERFORM 300-ADD-PICK-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF  PK-COUNT > ZEROS
               SORT    PK-ENTRY    ASCENDING KEY PK-SORT-KEY
           END-IF.

      *-----------------------------------------------------------------
      * Print the table location by location, a heading and column
      * header at each change of location and a unit total after.
      *-----------------------------------------------------------------
       200-PRINT-PICK-LIST.
           MOVE    SPACES  TO  WS-CURRENT-LOCATION.
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-COUNT
               IF  PK-LOCATION(PK-IDX) NOT = WS-CURRENT-LOCATION
                   IF  WS-CURRENT-LOCATION NOT = SPACES
                       PERFORM 300-PRINT-LOCATION-TOTAL
                   END-IF
                   PERFORM 300-PRINT-LOCATION-HEADING
               END-IF
               PERFORM 300-PRINT-PICK-DETAIL
           END-PERFORM.
           IF  WS-CURRENT-LOCATION NOT = SPACES
               PERFORM 300-PRINT-LOCATION-TOTAL
           END-IF.

      *-----------------------------------------------------------------
      * Lines listed for the first time are marked picked, so the
      * order desk can see the warehouse has them in hand. Each line
      * is marked under its order's lock, the one the order-entry and
      * ship-confirm screens take, so a line is never changed under
      * an operator who has the order open.
      *-----------------------------------------------------------------
       200-MARK-LINES-PICKED.
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-COUNT
               IF  PK-STATUS(PK-IDX) = "O"
                   PERFORM 300-MARK-ONE-LINE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       200-TERMINATE-PICK-LIST.
           IF  SALESORD-FILE-STAT NOT = "35"
           AND NOT ABEND-DETECTED
               CLOSE   SALESORD-FILE
           END-IF.
           CLOSE   INVENT-FILE
                   PICKLIST-REPORT-OUT.
           DISPLAY "PICK LIST COMPLETED - "
                   CT-LINES-LISTED " LINES LISTED, "
                   CT-LINES-MARKED " NEWLY PICKED, "
                   CT-LINES-HELD " HELD - NOT MARKED".

      ******************************************************************
       300-ADD-PICK-ENTRY.
           IF  PK-COUNT >= 5000
               ADD     1       TO  CT-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD     1                   TO  PK-COUNT.
           SET     PK-IDX              TO  PK-COUNT.
           MOVE    SO-LOCATION         TO  PK-LOCATION(PK-IDX).
           MOVE    SO-PART-NUMBER      TO  PK-PART-NUMBER(PK-IDX).
           MOVE    SO-ORDER-NUMBER     TO  PK-ORDER-NUMBER(PK-IDX).
           MOVE    SO-LINE-NUMBER      TO  PK-LINE-NUMBER(PK-IDX).
           MOVE    SO-CUSTOMER-ID      TO  PK-CUSTOMER-ID(PK-IDX).
           COMPUTE PK-QTY(PK-IDX) = SO-ORDERED-QTY - SO-SHIPPED-QTY.
           MOVE    SO-STATUS           TO  PK-STATUS(PK-IDX).

      *-----------------------------------------------------------------
       300-PRINT-LOCATION-HEADING.
           MOVE    PK-LOCATION(PK-IDX) TO  WS-CURRENT-LOCATION
                                           LOC-HEADING-O.
           MOVE    ZEROS               TO  WS-LOCATION-TOTAL.
           WRITE   PICKLIST-OUT    FROM    LOCATION-HEADING
                   AFTER ADVANCING 2   LINES.
           WRITE   PICKLIST-OUT    FROM    PICKLIST-HEADER
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
       300-PRINT-PICK-DETAIL.
           MOVE    PK-PART-NUMBER(PK-IDX)  TO  PL-PART-NUMBER-O
                                               IN-PART-NUMBER.
           READ    INVENT-FILE
               INVALID KEY
                   MOVE    "** NOT ON MASTER **"   TO  PL-PART-NAME-O
               NOT INVALID KEY
                   MOVE    IN-PART-NAME            TO  PL-PART-NAME-O
           END-READ.
           MOVE    PK-ORDER-NUMBER(PK-IDX) TO  PL-ORDER-O.
           MOVE    PK-LINE-NUMBER(PK-IDX)  TO  PL-LINE-O.
           MOVE    PK-CUSTOMER-ID(PK-IDX)  TO  PL-CUSTOMER-O.
           MOVE    PK-QTY(PK-IDX)          TO  PL-QTY-O.
           IF  PK-STATUS(PK-IDX) = "P"
               MOVE    "*"     TO  PL-PREV-O
           ELSE
               MOVE    SPACE   TO  PL-PREV-O
           END-IF.
           WRITE   PICKLIST-OUT    FROM    PICKLIST-DETAIL.
           ADD     PK-QTY(PK-IDX)  TO  WS-LOCATION-TOTAL.
           ADD     1               TO  CT-LINES-LISTED.

      *-----------------------------------------------------------------
       300-PRINT-LOCATION-TOTAL.
           MOVE    WS-LOCATION-TOTAL   TO  LOC-TOTAL-O.
           WRITE   PICKLIST-OUT    FROM    LOCATION-TOTAL-LINE.

      *-----------------------------------------------------------------
       300-MARK-ONE-LINE.
           PERFORM 400-CLAIM-ORDER-LOCK.
           IF  NOT LK-GRANTED
               DISPLAY "PICK LIST: ORDER " PK-ORDER-NUMBER(PK-IDX)
                       " LINE " PK-LINE-NUMBER(PK-IDX)
                       " HELD BY " LK-HOLDER-ID
                       " - NOT MARKED"
               ADD     1       TO  CT-LINES-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE    PK-ORDER-NUMBER(PK-IDX) TO  SO-ORDER-NUMBER.
           MOVE    PK-LINE-NUMBER(PK-IDX)  TO  SO-LINE-NUMBER.
           READ    SALESORD-FILE   KEY IS SO-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  SO-STATUS = "O"
                       MOVE    "P"         TO  SO-STATUS
                       MOVE    WS-TODAY    TO  SO-PICK-DATE
                       REWRITE SALESORD-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD     1   TO  CT-LINES-MARKED
                       END-REWRITE
                   END-IF
           END-READ.
           PERFORM 400-FREE-ORDER-LOCK.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-TITLE.
           MOVE    WS-TODAY        TO  TITLE-DATE-O.
           WRITE   PICKLIST-OUT    FROM    PICKLIST-TITLE
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-FOOTER.
           MOVE    "LINES TO PICK"         TO  FOOTER-NAME.
           MOVE    CT-LINES-LISTED         TO  FOOTER-COUNTER.
           WRITE   PICKLIST-OUT    FROM    PICKLIST-FOOTER
                   AFTER ADVANCING 2   LINES.
           IF  CT-TABLE-FULL > ZEROS
               MOVE    "LINES NOT LISTED-FULL" TO  FOOTER-NAME
               MOVE    CT-TABLE-FULL           TO  FOOTER-COUNTER
               WRITE   PICKLIST-OUT    FROM    PICKLIST-FOOTER
           END-IF.
           IF  CT-LINES-HELD > ZEROS
               MOVE    "LINES HELD-NOT MARKED" TO  FOOTER-NAME
               MOVE    CT-LINES-HELD           TO  FOOTER-COUNTER
               WRITE   PICKLIST-OUT    FROM    PICKLIST-FOOTER
           END-IF.

      *-----------------------------------------------------------------
      * The order lock, keyed as SALES-ORDER-ENTRY and SHIP-CONFIRM
      * key it, under this run's own id.
      *-----------------------------------------------------------------
       400-CLAIM-ORDER-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "SALESORD"      TO  LK-FILE-ID.
           MOVE    SPACES          TO  LK-RECORD-KEY.
           MOVE    PK-ORDER-NUMBER(PK-IDX) TO  LK-RECORD-KEY.
           MOVE    "PICKLIST"      TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       400-FREE-ORDER-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
      * Set RETURN-CODE for a calling batch driver: zero if the run
      * completed normally, 16 if the order file could not be opened.
      *-----------------------------------------------------------------
       400-SET-RETURN-CODE.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           ELSE
               MOVE    ZERO    TO  RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SALESORD.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SALESORD" DELIMITED BY SIZE
                   INTO RC-FN-SALESORD.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PICKLIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PICKLIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-PICKLIST.

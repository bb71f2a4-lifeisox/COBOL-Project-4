      ******************************************************************
      * This program is the one-time conversion run that moves each
      * part's per-location on-hand off the master record and onto
      * the PARTLOC part/location balance file:
      *    INVENT5.TXT   the three location slots (bytes 44-70) are
      *                  read, one PARTLOC record is written per
      *                  location, and the slot area is blanked
      * A code keyed into two slots of the same part is merged into
      * one balance, and a quantity held in a slot with no code is
      * taken as location "01", where the nightly run has always
      * put an unlocated receipt. A slot quantity that is not numeric
      * is migrated as zero and reported.
      *
      * Run it once per site straight after the nightly window, while
      * INVENT5.TXT still matches INVENT6, and before the first
      * session on the new layout; then rebuild INVENT6 with
      * CONVERT-FILE so its slot area is blanked as well. INVENT4.TXT
      * is left as it stands - the prior generation's slots are read
      * by nothing once the balances live on PARTLOC.
      *
      * INVENT5.TXT is converted in two passes: the balances are
      * written and the blanked records go to a work file; only when
      * that completes and the counts balance is the original
      * overwritten from the work file, so an abend can never leave
      * the only copy half-converted. A balance already on PARTLOC is
      * rewritten rather than duplicated, and a master whose slot
      * areas are all blank has nothing left to move, so an
      * accidental second run is harmless.
      *
      * Used File
      *    - Master Inventory File: INVENT5.TXT
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - Conversion Work File: INVENT5MIG.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 LOCATION-MIGRATE.
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
           SELECT  INVENT5-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT5
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INVENT5-STATUS.

           SELECT  INVENT5-MIG
                   ASSIGN DYNAMIC RC-FN-INVENT5MIG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INVENT5-MIG-STATUS.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  INVENT5-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT5-RECORD.
       01  INVENT5-RECORD          PIC X(70).

       FD  INVENT5-MIG
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT5-MIG-RECORD.
       01  INVENT5-MIG-RECORD      PIC X(70).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".
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
           05  RC-FN-INVENT5        PIC X(40).
           05  RC-FN-INVENT5MIG     PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).

      *    The inventory master record with its old location slots.
       01  OLD-MASTER-RECORD.
           05  OM-PART-NUMBER      PIC 9(05).
           05  OM-PART-NAME        PIC X(20).
           05  OM-QUANTITY         PIC 9(07).
           05  OM-UNIT-PRICE       PIC 9(04)V99.
           05  OM-REORDER-POINT    PIC 9(03).
           05  OM-SUPPLIER-ID      PIC X(02).
           05  OM-LOCATION-AREA.
               10  OM-LOCATION-TABLE   OCCURS 3 TIMES.
                   15  OM-LOC-CODE     PIC X(02).
                   15  OM-LOC-QUANTITY PIC 9(07).

      *    One part's slots with duplicate codes merged, ready to be
      *    written to PARTLOC.
       01  MERGED-LOCATION-TABLE.
           05  ML-COUNT            PIC 9(01).
           05  ML-ENTRY            OCCURS 3 TIMES.
               10  ML-LOCATION         PIC X(02).
               10  ML-QUANTITY         PIC 9(07).

       01  SWITCHES-AND-COUNTERS.
           05  EOF-SW              PIC X(01).
               88  NOMORE-RECORD             VALUE "Y".
           05  SKIP-FILE-SW        PIC X(01).
               88  FILE-SKIPPED              VALUE "Y".
           05  PARTLOC-OPEN-SW     PIC X(01) VALUE "N".
               88  PARTLOC-OPEN              VALUE "Y".
           05  CT-RECORDS-IN       PIC 9(07) VALUE ZEROS.
           05  CT-RECORDS-OUT      PIC 9(07) VALUE ZEROS.
           05  CT-BALANCES-OUT     PIC 9(07) VALUE ZEROS.
           05  CT-PARTS-MOVED      PIC 9(07) VALUE ZEROS.
           05  WS-LOC-SUB          PIC 9(01).
           05  WS-ML-SUB           PIC 9(01).
           05  WS-SLOT-CODE        PIC X(02).
           05  WS-SLOT-QTY         PIC 9(07).
           05  WS-SLOT-TOTAL       PIC 9(09).

       01  FILE-STATUS-FIELDS.
           05  INVENT5-STATUS      PIC X(02).
           05  INVENT5-MIG-STATUS  PIC X(02).
           05  PARTLOC-STATUS      PIC X(02).

      *    A pass whose counts do not balance, or a balance that will
      *    not write, leaves the run flagged so the operator knows
      *    not to trust the migrated files.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-MIGRATE-LOCATION-BALANCES.
           PERFORM 050-LOAD-RUN-CONTROL.
           DISPLAY "LOCATION MIGRATION STARTING".
           PERFORM 200-OPEN-PARTLOC.
           IF  PARTLOC-OPEN
               PERFORM 200-MIGRATE-INVENT5
               CLOSE   PARTLOC-FILE
           END-IF.
           IF  ABEND-DETECTED
               DISPLAY "LOCATION MIGRATION ENDED WITH ERRORS - SEE "
                       "MESSAGES ABOVE"
               MOVE    16      TO  RETURN-CODE
           ELSE
               DISPLAY "LOCATION MIGRATION COMPLETED!!!"
               DISPLAY "MIGRATE: " CT-PARTS-MOVED " PART(S), "
                       CT-BALANCES-OUT " LOCATION BALANCE(S) WRITTEN"
               DISPLAY "REBUILD INVENT6 WITH CONVERT-FILE "
                       "BEFORE THE NEXT ONLINE SESSION"
           END-IF.

           STOP RUN.

      ******************************************************************
      * A first-ever run finds no PARTLOC and builds it empty.
      *-----------------------------------------------------------------
       200-OPEN-PARTLOC.
           OPEN    I-O     PARTLOC-FILE.
           IF  PARTLOC-STATUS = "35"
               OPEN    OUTPUT  PARTLOC-FILE
               CLOSE   PARTLOC-FILE
               OPEN    I-O     PARTLOC-FILE
           END-IF.
           IF  PARTLOC-STATUS = "00"
               SET     PARTLOC-OPEN    TO  TRUE
           ELSE
               DISPLAY "MIGRATE: CANNOT OPEN PARTLOC, STATUS="
                       PARTLOC-STATUS
               SET     ABEND-DETECTED  TO  TRUE
           END-IF.

      ******************************************************************
      * Move INVENT5.TXT's slots to PARTLOC. Pass 1 writes the
      * balances and the blanked records to the work file, pass 2
      * copies the work file back over the original.
      *-----------------------------------------------------------------
       200-MIGRATE-INVENT5.
           MOVE    "N"     TO  SKIP-FILE-SW.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           OPEN    INPUT   INVENT5-FILE.
           IF  INVENT5-STATUS NOT = "00"
               DISPLAY "MIGRATE: NO INVENT5.TXT TO CONVERT, STATUS="
                       INVENT5-STATUS
               SET     FILE-SKIPPED    TO  TRUE
               SET     ABEND-DETECTED  TO  TRUE
           END-IF.
           IF  NOT FILE-SKIPPED
               MOVE    "N"     TO  EOF-SW
               OPEN    OUTPUT  INVENT5-MIG
               READ    INVENT5-FILE
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
               PERFORM UNTIL NOMORE-RECORD
                   ADD     1               TO  CT-RECORDS-IN
                   MOVE    INVENT5-RECORD  TO  OLD-MASTER-RECORD
                   IF  OM-LOCATION-AREA NOT = SPACES
                       PERFORM 300-MOVE-PART-LOCATIONS
                   END-IF
                   MOVE    SPACES          TO  OM-LOCATION-AREA
                   MOVE    OLD-MASTER-RECORD   TO  INVENT5-MIG-RECORD
                   WRITE   INVENT5-MIG-RECORD
                   ADD     1               TO  CT-RECORDS-OUT
                   READ    INVENT5-FILE
                           AT END  MOVE "Y" TO EOF-SW
                   END-READ
               END-PERFORM
               CLOSE   INVENT5-FILE
                       INVENT5-MIG
               PERFORM 300-VERIFY-PASS-COUNTS
               IF  NOT ABEND-DETECTED
                   PERFORM 300-COPY-BACK-INVENT5
               END-IF
               DISPLAY "MIGRATE: INVENT5.TXT DONE, " CT-RECORDS-IN
                       " RECORDS"
           END-IF.

      *-----------------------------------------------------------------
       300-COPY-BACK-INVENT5.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE    "N"     TO  EOF-SW.
           OPEN    INPUT   INVENT5-MIG.
           OPEN    OUTPUT  INVENT5-FILE.
           READ    INVENT5-MIG
                   AT END  MOVE "Y" TO EOF-SW.
           PERFORM UNTIL NOMORE-RECORD
               ADD     1                   TO  CT-RECORDS-IN
               MOVE    INVENT5-MIG-RECORD  TO  INVENT5-RECORD
               WRITE   INVENT5-RECORD
               ADD     1                   TO  CT-RECORDS-OUT
               READ    INVENT5-MIG
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   INVENT5-MIG
                   INVENT5-FILE.
           PERFORM 300-VERIFY-PASS-COUNTS.

      ******************************************************************
      * Every pass must write exactly as many records as it read.
      *-----------------------------------------------------------------
       300-VERIFY-PASS-COUNTS.
           IF  CT-RECORDS-IN NOT = CT-RECORDS-OUT
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "MIGRATE: PASS COUNTS DO NOT BALANCE - IN="
                       CT-RECORDS-IN " OUT=" CT-RECORDS-OUT
           END-IF.

      ******************************************************************
      * One part's slots: merge them by location code, write one
      * balance per location, and warn when the slots never did add
      * up to the part's quantity - INTEGRITY-AUDIT will go on
      * listing that part until it is counted.
      *-----------------------------------------------------------------
       300-MOVE-PART-LOCATIONS.
           ADD     1       TO  CT-PARTS-MOVED.
           MOVE    ZEROS   TO  ML-COUNT
                               WS-SLOT-TOTAL.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1 UNTIL WS-LOC-SUB > 3
               PERFORM 400-MERGE-ONE-SLOT
           END-PERFORM.
           PERFORM VARYING WS-ML-SUB FROM 1 BY 1
                   UNTIL WS-ML-SUB > ML-COUNT
               PERFORM 400-WRITE-ONE-BALANCE
           END-PERFORM.
           IF  OM-QUANTITY NUMERIC
                   AND WS-SLOT-TOTAL NOT = OM-QUANTITY
               DISPLAY "MIGRATE: PART " OM-PART-NUMBER
                       " LOCATIONS TOTAL " WS-SLOT-TOTAL
                       " BUT QUANTITY IS " OM-QUANTITY
           END-IF.

      *-----------------------------------------------------------------
       400-MERGE-ONE-SLOT.
           MOVE    OM-LOC-CODE(WS-LOC-SUB)     TO  WS-SLOT-CODE.
           IF  OM-LOC-QUANTITY(WS-LOC-SUB) NUMERIC
               MOVE    OM-LOC-QUANTITY(WS-LOC-SUB) TO  WS-SLOT-QTY
           ELSE
               MOVE    ZEROS   TO  WS-SLOT-QTY
               IF  WS-SLOT-CODE NOT = SPACES
                   DISPLAY "MIGRATE: PART " OM-PART-NUMBER
                           " LOCATION " WS-SLOT-CODE
                           " QUANTITY NOT NUMERIC - TAKEN AS ZERO"
               END-IF
           END-IF.
           IF  WS-SLOT-CODE = SPACES
               IF  WS-SLOT-QTY = ZEROS
                   EXIT PARAGRAPH
               END-IF
               MOVE    "01"    TO  WS-SLOT-CODE
           END-IF.
           ADD     WS-SLOT-QTY TO  WS-SLOT-TOTAL.
           PERFORM VARYING WS-ML-SUB FROM 1 BY 1
                   UNTIL WS-ML-SUB > ML-COUNT
               IF  ML-LOCATION(WS-ML-SUB) = WS-SLOT-CODE
                   ADD     WS-SLOT-QTY TO  ML-QUANTITY(WS-ML-SUB)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD     1               TO  ML-COUNT.
           MOVE    WS-SLOT-CODE    TO  ML-LOCATION(ML-COUNT).
           MOVE    WS-SLOT-QTY     TO  ML-QUANTITY(ML-COUNT).

      *-----------------------------------------------------------------
      * A balance already on PARTLOC (a rerun after a failed
      * copy-back) is rewritten with the slot's figure, not added to.
      *-----------------------------------------------------------------
       400-WRITE-ONE-BALANCE.
           MOVE    SPACES                  TO  PART-LOCATION-RECORD.
           MOVE    OM-PART-NUMBER          TO  PLB-PART-NUMBER.
           MOVE    ML-LOCATION(WS-ML-SUB)  TO  PLB-LOCATION.
           MOVE    ML-QUANTITY(WS-ML-SUB)  TO  PLB-QUANTITY.
           WRITE   PART-LOCATION-RECORD.
           IF  PARTLOC-STATUS = "22"
               REWRITE PART-LOCATION-RECORD
           END-IF.
           IF  PARTLOC-STATUS = "00"
               ADD     1       TO  CT-BALANCES-OUT
           ELSE
               DISPLAY "MIGRATE: PARTLOC WRITE FAILED FOR PART "
                       OM-PART-NUMBER " LOCATION " PLB-LOCATION
                       ", STATUS=" PARTLOC-STATUS
               SET     ABEND-DETECTED  TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-INVENT5.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT5.TXT" DELIMITED BY SIZE
                   INTO RC-FN-INVENT5.
           MOVE    SPACES      TO  RC-FN-INVENT5MIG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT5MIG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-INVENT5MIG.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.

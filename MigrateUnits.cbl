      ******************************************************************
      * This program is the one-time conversion run that widens the
      * part-supplier cross-reference for purchase units of measure:
      *    PARTSUPP   17 -> 26 characters (purchase unit and its
      *               conversion factor added; migrated records get
      *               unit spaces and factor 1 - the supplier sells
      *               by our stocking unit - so every quoted price
      *               keeps meaning exactly what it meant before,
      *               until the buyers key the real units through
      *               PART-SUPPLIER-UPDATE)
      * Nothing rebuilds PARTSUPP each window - until it is widened
      * every program declaring the new layout fails its OPEN with a
      * record-length conflict (status 39), so PO generation falls
      * back to the master supplier and the invoice price leg has no
      * quote to measure against. Run this once per site, before the
      * first session on the new layout.
      *
      * The file is converted in two passes, the way MASTER-MIGRATE
      * converts SUPPLIER: the old-layout index is read under its old
      * record length and written, widened, to PARTSUPPMIG.TXT; only
      * when that completes and the counts balance is the index
      * itself rebuilt from the work file, so an abend can never
      * leave the only copy half-converted. A file that already
      * opens under the new length is recognized and left alone, so
      * an accidental second run is harmless.
      *
      * Used File
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *    - Conversion Work File: PARTSUPPMIG.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 UOM-MIGRATE.
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
      *    The same physical PARTSUPP under its old and new record
      *    lengths - only one of the two is ever open at a time.
           SELECT  PARTSUPP-OLD
                   ASSIGN DYNAMIC RC-FN-PARTSUPP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OP-KEY
                   FILE STATUS IS PARTSUPP-OLD-STATUS.

           SELECT  PARTSUPP-NEW
                   ASSIGN DYNAMIC RC-FN-PARTSUPP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS NP-KEY
                   FILE STATUS IS PARTSUPP-NEW-STATUS.

           SELECT  PARTSUPP-MIG
                   ASSIGN DYNAMIC RC-FN-PARTSUPPMIG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARTSUPP-MIG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  PARTSUPP-OLD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS PARTSUPP-OLD-RECORD.
       01  PARTSUPP-OLD-RECORD.
           05  OP-KEY.
               10  OP-PART-NUMBER  PIC 9(05).
               10  OP-SUPPLIER-ID  PIC X(02).
           05  OP-PRICE            PIC 9(04)V99.
           05  OP-LEAD-TIME        PIC 9(03).
           05  OP-PREFERRED        PIC X(01).

      *    Same 26-byte layout as PARTSUPP-RECORD in
      *    PartSupplierUpdate.cbl.
       FD  PARTSUPP-NEW
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PARTSUPP-NEW-RECORD.
       01  PARTSUPP-NEW-RECORD.
           05  NP-KEY.
               10  NP-PART-NUMBER  PIC 9(05).
               10  NP-SUPPLIER-ID  PIC X(02).
           05  NP-PRICE            PIC 9(04)V99.
           05  NP-LEAD-TIME        PIC 9(03).
           05  NP-PREFERRED        PIC X(01).
           05  NP-PURCH-UOM        PIC X(04).
           05  NP-CONV-FACTOR      PIC 9(05).

       FD  PARTSUPP-MIG
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PARTSUPP-MIG-RECORD.
       01  PARTSUPP-MIG-RECORD     PIC X(26).

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
           05  RC-FN-PARTSUPP       PIC X(40).
           05  RC-FN-PARTSUPPMIG    PIC X(40).

       01  SWITCHES-AND-COUNTERS.
           05  EOF-SW              PIC X(01).
               88  NOMORE-RECORD             VALUE "Y".
           05  SKIP-FILE-SW        PIC X(01).
               88  FILE-SKIPPED              VALUE "Y".
           05  CT-RECORDS-IN       PIC 9(07) VALUE ZEROS.
           05  CT-RECORDS-OUT      PIC 9(07) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  PARTSUPP-OLD-STATUS PIC X(02).
           05  PARTSUPP-NEW-STATUS PIC X(02).
           05  PARTSUPP-MIG-STATUS PIC X(02).

      *    A pass whose counts do not balance leaves the run flagged
      *    so the operator knows not to trust the migrated file.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-MIGRATE-UNIT-LAYOUTS.
           PERFORM 050-LOAD-RUN-CONTROL.
           DISPLAY "UNIT OF MEASURE MIGRATION STARTING".
           PERFORM 200-MIGRATE-PARTSUPP.
           IF  ABEND-DETECTED
               DISPLAY "UNIT OF MEASURE MIGRATION ENDED WITH ERRORS - "
                       "SEE MESSAGES ABOVE"
               MOVE    16      TO  RETURN-CODE
           ELSE
               DISPLAY "UNIT OF MEASURE MIGRATION COMPLETED!!!"
           END-IF.

           STOP RUN.

      ******************************************************************
      * Widen PARTSUPP. The probe OPEN under the new length tells the
      * layouts apart: status 00 means the file is already widened,
      * 35 means there is no file to convert, and a length conflict
      * (39) means the old layout is on disk. Pass 1 converts into
      * the work file, pass 2 rebuilds the index from it.
      *-----------------------------------------------------------------
       200-MIGRATE-PARTSUPP.
           MOVE    "N"     TO  SKIP-FILE-SW.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           OPEN    INPUT   PARTSUPP-NEW.
           EVALUATE PARTSUPP-NEW-STATUS
               WHEN "00"
                   DISPLAY "MIGRATE: PARTSUPP ALREADY IN THE NEW "
                           "LAYOUT - SKIPPED"
                   CLOSE   PARTSUPP-NEW
                   SET     FILE-SKIPPED    TO  TRUE
               WHEN "35"
                   DISPLAY "MIGRATE: NO PARTSUPP TO CONVERT"
                   SET     FILE-SKIPPED    TO  TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  NOT FILE-SKIPPED
               OPEN    INPUT   PARTSUPP-OLD
               IF  PARTSUPP-OLD-STATUS NOT = "00"
                   DISPLAY "MIGRATE: CANNOT OPEN PARTSUPP IN EITHER "
                           "LAYOUT, STATUS=" PARTSUPP-OLD-STATUS
                   SET     FILE-SKIPPED    TO  TRUE
                   SET     ABEND-DETECTED  TO  TRUE
               END-IF
           END-IF.
           IF  NOT FILE-SKIPPED
               OPEN    OUTPUT  PARTSUPP-MIG
               MOVE    "N"     TO  EOF-SW
               READ    PARTSUPP-OLD
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
               PERFORM 300-WIDEN-ONE-SOURCE    UNTIL NOMORE-RECORD
               CLOSE   PARTSUPP-OLD
                       PARTSUPP-MIG
               PERFORM 300-VERIFY-PASS-COUNTS
               IF  NOT ABEND-DETECTED
                   PERFORM 300-REBUILD-PARTSUPP
               END-IF
               DISPLAY "MIGRATE: PARTSUPP DONE, " CT-RECORDS-IN
                       " RECORDS"
           END-IF.

      *-----------------------------------------------------------------
      * Migrated sources are bought in the stocking unit - unit
      * spaces, factor 1 - which is what every record meant before
      * the fields existed.
      *-----------------------------------------------------------------
       300-WIDEN-ONE-SOURCE.
           ADD     1                   TO  CT-RECORDS-IN.
           MOVE    SPACES              TO  PARTSUPP-NEW-RECORD.
           MOVE    OP-PART-NUMBER      TO  NP-PART-NUMBER.
           MOVE    OP-SUPPLIER-ID      TO  NP-SUPPLIER-ID.
           MOVE    OP-PRICE            TO  NP-PRICE.
           MOVE    OP-LEAD-TIME        TO  NP-LEAD-TIME.
           MOVE    OP-PREFERRED        TO  NP-PREFERRED.
           MOVE    SPACES              TO  NP-PURCH-UOM.
           MOVE    1                   TO  NP-CONV-FACTOR.
           MOVE    PARTSUPP-NEW-RECORD TO  PARTSUPP-MIG-RECORD.
           WRITE   PARTSUPP-MIG-RECORD.
           ADD     1                   TO  CT-RECORDS-OUT.
           READ    PARTSUPP-OLD
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.

      *-----------------------------------------------------------------
       300-REBUILD-PARTSUPP.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE    "N"     TO  EOF-SW.
           OPEN    INPUT   PARTSUPP-MIG.
           OPEN    OUTPUT  PARTSUPP-NEW.
           READ    PARTSUPP-MIG
                   AT END  MOVE "Y" TO EOF-SW.
           PERFORM UNTIL NOMORE-RECORD
               ADD     1                   TO  CT-RECORDS-IN
               MOVE    PARTSUPP-MIG-RECORD TO  PARTSUPP-NEW-RECORD
               WRITE   PARTSUPP-NEW-RECORD
               ADD     1                   TO  CT-RECORDS-OUT
               READ    PARTSUPP-MIG
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   PARTSUPP-MIG
                   PARTSUPP-NEW.
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

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-PARTSUPP.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPP.
           MOVE    SPACES      TO  RC-FN-PARTSUPPMIG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPPMIG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPPMIG.

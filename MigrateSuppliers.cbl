      ******************************************************************
      * This program is the one-time conversion run that widens the
      * supplier master for the vendor-managed inventory export:
      *    SUPPLIER   65 -> 80 characters (VMI export flag added,
      *               with room to spare; migrated records get "N" -
      *               no supplier is sent an export until the desk
      *               flags it through SUPPLIER-UPDATE)
      * Until it is widened every program declaring the new layout
      * fails its OPEN with a record-length conflict (status 39), so
      * run this once per site, before the first session on the new
      * layout. A site still on the 62-character layout runs
      * MASTER-MIGRATE first.
      *
      * The file is converted in two passes, the way MASTER-MIGRATE
      * converts SUPPLIER: the old-layout index is read under its old
      * record length and written, widened, to SUPPLIERVMIG.TXT; only
      * when that completes and the counts balance is the index
      * itself rebuilt from the work file, so an abend can never
      * leave the only copy half-converted. A file that already
      * opens under the new length is recognized and left alone, so
      * an accidental second run is harmless.
      *
      * Used File
      *    - Supplier Master File (Indexed Sequential): SUPPLIER
      *    - Conversion Work File: SUPPLIERVMIG.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SUPPLIER-MIGRATE.
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
      *    The same physical SUPPLIER under its old and new record
      *    lengths - only one of the two is ever open at a time.
           SELECT  SUPPLIER-OLD
                   ASSIGN DYNAMIC RC-FN-SUPPLIER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OS-SUP-ID
                   FILE STATUS IS SUPPLIER-OLD-STATUS.

           SELECT  SUPPLIER-NEW
                   ASSIGN DYNAMIC RC-FN-SUPPLIER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS NS-SUP-ID
                   FILE STATUS IS SUPPLIER-NEW-STATUS.

           SELECT  SUPPLIER-MIG
                   ASSIGN DYNAMIC RC-FN-SUPPLIERMIG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SUPPLIER-MIG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  SUPPLIER-OLD
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS SUPPLIER-OLD-RECORD.
       01  SUPPLIER-OLD-RECORD.
           05  OS-SUP-ID           PIC X(02).
           05  OS-SUP-NAME         PIC X(15).
           05  OS-SUP-LEAD-TIME    PIC 9(03).
           05  OS-SUP-CONTACT      PIC X(20).
           05  OS-SUP-PHONE        PIC X(12).
           05  OS-SUP-TERMS        PIC X(10).
           05  OS-SUP-CURRENCY     PIC X(03).

      *    Same 80-byte layout as SUPPLIER-RECORD in
      *    SupplierUpdate.cbl.
       FD  SUPPLIER-NEW
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-NEW-RECORD.
       01  SUPPLIER-NEW-RECORD.
           05  NS-SUP-ID           PIC X(02).
           05  NS-SUP-NAME         PIC X(15).
           05  NS-SUP-LEAD-TIME    PIC 9(03).
           05  NS-SUP-CONTACT      PIC X(20).
           05  NS-SUP-PHONE        PIC X(12).
           05  NS-SUP-TERMS        PIC X(10).
           05  NS-SUP-CURRENCY     PIC X(03).
           05  NS-SUP-VMI-FLAG     PIC X(01).
           05  FILLER              PIC X(14).

       FD  SUPPLIER-MIG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-MIG-RECORD.
       01  SUPPLIER-MIG-RECORD     PIC X(80).

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
           05  RC-FN-SUPPLIERMIG    PIC X(40).

       01  SWITCHES-AND-COUNTERS.
           05  EOF-SW              PIC X(01).
               88  NOMORE-RECORD             VALUE "Y".
           05  SKIP-FILE-SW        PIC X(01).
               88  FILE-SKIPPED              VALUE "Y".
           05  CT-RECORDS-IN       PIC 9(07) VALUE ZEROS.
           05  CT-RECORDS-OUT      PIC 9(07) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  SUPPLIER-OLD-STATUS PIC X(02).
           05  SUPPLIER-NEW-STATUS PIC X(02).
           05  SUPPLIER-MIG-STATUS PIC X(02).

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
       100-MIGRATE-SUPPLIER-LAYOUT.
           PERFORM 050-LOAD-RUN-CONTROL.
           DISPLAY "SUPPLIER MASTER MIGRATION STARTING".
           PERFORM 200-MIGRATE-SUPPLIER.
           IF  ABEND-DETECTED
               DISPLAY "SUPPLIER MASTER MIGRATION ENDED WITH ERRORS - "
                       "SEE MESSAGES ABOVE"
               MOVE    16      TO  RETURN-CODE
           ELSE
               DISPLAY "SUPPLIER MASTER MIGRATION COMPLETED!!!"
           END-IF.

           STOP RUN.

      ******************************************************************
      * Widen SUPPLIER. The probe OPEN under the new length tells the
      * layouts apart: status 00 means the file is already widened,
      * 35 means there is no file to convert, and a length conflict
      * (39) means the old layout is on disk. Pass 1 converts into
      * the work file, pass 2 rebuilds the index from it.
      *-----------------------------------------------------------------
       200-MIGRATE-SUPPLIER.
           MOVE    "N"     TO  SKIP-FILE-SW.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           OPEN    INPUT   SUPPLIER-NEW.
           EVALUATE SUPPLIER-NEW-STATUS
               WHEN "00"
                   DISPLAY "MIGRATE: SUPPLIER ALREADY IN THE NEW "
                           "LAYOUT - SKIPPED"
                   CLOSE   SUPPLIER-NEW
                   SET     FILE-SKIPPED    TO  TRUE
               WHEN "35"
                   DISPLAY "MIGRATE: NO SUPPLIER TO CONVERT"
                   SET     FILE-SKIPPED    TO  TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  NOT FILE-SKIPPED
               OPEN    INPUT   SUPPLIER-OLD
               IF  SUPPLIER-OLD-STATUS NOT = "00"
                   DISPLAY "MIGRATE: CANNOT OPEN SUPPLIER IN EITHER "
                           "LAYOUT, STATUS=" SUPPLIER-OLD-STATUS
                   SET     FILE-SKIPPED    TO  TRUE
                   SET     ABEND-DETECTED  TO  TRUE
               END-IF
           END-IF.
           IF  NOT FILE-SKIPPED
               OPEN    OUTPUT  SUPPLIER-MIG
               MOVE    "N"     TO  EOF-SW
               READ    SUPPLIER-OLD
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
               PERFORM 300-WIDEN-ONE-SUPPLIER  UNTIL NOMORE-RECORD
               CLOSE   SUPPLIER-OLD
                       SUPPLIER-MIG
               PERFORM 300-VERIFY-PASS-COUNTS
               IF  NOT ABEND-DETECTED
                   PERFORM 300-REBUILD-SUPPLIER
               END-IF
               DISPLAY "MIGRATE: SUPPLIER DONE, " CT-RECORDS-IN
                       " RECORDS"
           END-IF.

      *-----------------------------------------------------------------
      * Migrated suppliers are not VMI partners until flagged.
      *-----------------------------------------------------------------
       300-WIDEN-ONE-SUPPLIER.
           ADD     1                   TO  CT-RECORDS-IN.
           MOVE    SPACES              TO  SUPPLIER-NEW-RECORD.
           MOVE    OS-SUP-ID           TO  NS-SUP-ID.
           MOVE    OS-SUP-NAME         TO  NS-SUP-NAME.
           MOVE    OS-SUP-LEAD-TIME    TO  NS-SUP-LEAD-TIME.
           MOVE    OS-SUP-CONTACT      TO  NS-SUP-CONTACT.
           MOVE    OS-SUP-PHONE        TO  NS-SUP-PHONE.
           MOVE    OS-SUP-TERMS        TO  NS-SUP-TERMS.
           MOVE    OS-SUP-CURRENCY     TO  NS-SUP-CURRENCY.
           MOVE    "N"                 TO  NS-SUP-VMI-FLAG.
           MOVE    SUPPLIER-NEW-RECORD TO  SUPPLIER-MIG-RECORD.
           WRITE   SUPPLIER-MIG-RECORD.
           ADD     1                   TO  CT-RECORDS-OUT.
           READ    SUPPLIER-OLD
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.

      *-----------------------------------------------------------------
       300-REBUILD-SUPPLIER.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE    "N"     TO  EOF-SW.
           OPEN    INPUT   SUPPLIER-MIG.
           OPEN    OUTPUT  SUPPLIER-NEW.
           READ    SUPPLIER-MIG
                   AT END  MOVE "Y" TO EOF-SW.
           PERFORM UNTIL NOMORE-RECORD
               ADD     1                   TO  CT-RECORDS-IN
               MOVE    SUPPLIER-MIG-RECORD TO  SUPPLIER-NEW-RECORD
               WRITE   SUPPLIER-NEW-RECORD
               ADD     1                   TO  CT-RECORDS-OUT
               READ    SUPPLIER-MIG
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SUPPLIER-MIG
                   SUPPLIER-NEW.
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
           MOVE    SPACES      TO  RC-FN-SUPPLIER.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPLIER" DELIMITED BY SIZE
                   INTO RC-FN-SUPPLIER.
           MOVE    SPACES      TO  RC-FN-SUPPLIERMIG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPLIERVMIG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SUPPLIERMIG.

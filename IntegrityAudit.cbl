      * MASTER-RECONCILE proves quantities MOVED correctly; this
      * proves each record is internally sound:
      *    - every numeric field actually numeric
      *    - QUANTITY-IN equal to the sum of the part's PARTLOC
      *      location balances
      *    - every PARTLOC balance keyed to a part on the master,
      *      with a location code and a numeric quantity
      *    - unit price non-zero on a stocked part
      *    - supplier records keyed and numeric where they must be
      * Every violation is reported with the full record, and the
      *
      * Used File
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - Supplier File (Indexed Sequential): SUPPLIER
      *    - Integrity Audit Report: AUDITRPT.TXT
      *
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

           SELECT  SUPPLIER-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SUPPLIER
                   ORGANIZATION IS INDEXED
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SP-SUPPLIER-ID      PIC X(02).
           05  SP-PHONE            PIC X(12).
           05  SP-TERMS            PIC X(10).
           05  SP-CURRENCY         PIC X(03).
           05  SP-VMI-FLAG         PIC X(01).
           05  FILLER              PIC X(14).

       FD  AUDITFLG-FILE-OUT
           RECORD CONTAINS 05 CHARACTERS
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-AUDITFLG       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-AUDITRPT       PIC X(40).

       01  SWITCHES-AND-COUNTERS.
           05  INVENT-EOF-SW       PIC X(01) VALUE "N".
           05  SUPPLIER-EOF-SW     PIC X(01) VALUE "N".
           05  PARTLOC-EOF-SW      PIC X(01) VALUE "N".
           05  PARTLOC-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTLOC-AVAILABLE         VALUE "Y".
           05  WS-NUMERICS-OK-SW   PIC X(01).
               88  NUMERICS-OK               VALUE "Y".
           05  CT-MASTERS-READ     PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  SUPPLIER-FILE-STAT  PIC X(02).

      *    A master (or the location balance file) that cannot even
      *    be opened is its own kind of failure - RETURN-CODE 16
      *    rather than the violation 8.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

           GOBACK.

      *-----------------------------------------------------------------
      * PARTLOC is read alongside the master - both are in part
      * number order - so each part's location balances are summed
      * as the master passes, and any balance left behind belongs to
      * no part.
      *-----------------------------------------------------------------
       200-AUDIT-INVENTORY-MASTER.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
               PERFORM 400-READ-PARTLOC
           ELSE
               SET     ABEND-DETECTED  TO  TRUE
               MOVE    "Y"     TO  PARTLOC-EOF-SW
               DISPLAY "INTEGRITY AUDIT: CANNOT OPEN PARTLOC, STATUS "
                       PARTLOC-FILE-STAT
           END-IF.
           OPEN    INPUT   INVENT-FILE-IN.
           IF  INVENT-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
                           AT END  MOVE "Y" TO INVENT-EOF-SW
                   END-READ
               END-PERFORM
               PERFORM UNTIL PARTLOC-EOF-SW = "Y"
                   MOVE    "BALANCE FOR PART NOT ON MASTER" TO
                           AUD-MESSAGE-O
                   PERFORM 400-REPORT-PARTLOC-VIOLATION
                   PERFORM 400-READ-PARTLOC
               END-PERFORM
           END-IF.
           CLOSE   INVENT-FILE-IN.
           IF  PARTLOC-AVAILABLE
               CLOSE   PARTLOC-FILE
           END-IF.

      *-----------------------------------------------------------------
      * All the structural checks on one master record. The numeric
               PERFORM 400-REPORT-MASTER-VIOLATION
               MOVE    "N"     TO  WS-NUMERICS-OK-SW
           END-IF.
           PERFORM 300-CHECK-LOCATION-SUM.
           IF  NOT NUMERICS-OK
               EXIT PARAGRAPH
           END-IF.
           IF  QUANTITY-IN > ZEROS AND UNIT-PRICE-IN = ZEROS
               MOVE    "STOCKED PART HAS ZERO PRICE"   TO  AUD-MESSAGE-O
               PERFORM 400-REPORT-MASTER-VIOLATION
           END-IF.

      *-----------------------------------------------------------------
      * The part-level total must equal the sum of the part's
      * location balances on PARTLOC - the batch paths have no
      * equivalent of the online 400-RECOMPUTE-PART-TOTAL to keep
      * them honest. Balances keyed below this part belong to no
      * part on the master; each balance is checked for a location
      * code and a numeric quantity on the way past.
      *-----------------------------------------------------------------
       300-CHECK-LOCATION-SUM.
           MOVE    ZEROS   TO  WS-LOC-TOTAL.
           PERFORM UNTIL PARTLOC-EOF-SW = "Y"
                   OR PLB-PART-NUMBER > PART-NUMBER-IN
               IF  PLB-PART-NUMBER < PART-NUMBER-IN
                   MOVE    "BALANCE FOR PART NOT ON MASTER" TO
                           AUD-MESSAGE-O
                   PERFORM 400-REPORT-PARTLOC-VIOLATION
               ELSE
                   IF  PLB-LOCATION = SPACES
                       MOVE    "LOCATION CODE BLANK"   TO
                               AUD-MESSAGE-O
                       PERFORM 400-REPORT-PARTLOC-VIOLATION
                   END-IF
                   IF  PLB-QUANTITY NUMERIC
                       ADD     PLB-QUANTITY    TO  WS-LOC-TOTAL
                   ELSE
                       MOVE    "LOCATION QUANTITY NOT NUMERIC" TO
                               AUD-MESSAGE-O
                       PERFORM 400-REPORT-PARTLOC-VIOLATION
                       MOVE    "N"     TO  WS-NUMERICS-OK-SW
                   END-IF
               END-IF
               PERFORM 400-READ-PARTLOC
           END-PERFORM.
           IF  NUMERICS-OK AND PARTLOC-AVAILABLE
                   AND WS-LOC-TOTAL NOT = QUANTITY-IN
               MOVE    "TOTAL NOT SUM OF LOCATIONS"    TO  AUD-MESSAGE-O
               PERFORM 400-REPORT-MASTER-VIOLATION
           END-IF.

      *-----------------------------------------------------------------
       400-READ-PARTLOC.
           READ    PARTLOC-FILE
                   AT END  MOVE "Y" TO PARTLOC-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
       400-REPORT-MASTER-VIOLATION.
           WRITE   AUDIT-OUT           FROM    AUDIT-DETAIL.
           ADD     1                   TO  CT-VIOLATIONS.

      *-----------------------------------------------------------------
       400-REPORT-PARTLOC-VIOLATION.
           MOVE    SPACES              TO  AUD-RECORD-O.
           MOVE    PART-LOCATION-RECORD    TO  AUD-RECORD-O(1:20).
           WRITE   AUDIT-OUT           FROM    AUDIT-DETAIL.
           ADD     1                   TO  CT-VIOLATIONS.

      *-----------------------------------------------------------------
      * The supplier master gets the same treatment: a keyed id and
      * numeric lead time. A missing SUPPLIER file is reported but
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-SUPPLIER.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPLIER" DELIMITED BY SIZE

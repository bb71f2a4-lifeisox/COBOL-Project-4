      ******************************************************************
      * This program retires obsolete parts from the master. A part
      * marked (O)bsolete on PARTCTL whose stock has run down to
      * zero is purged - but only when nothing on file still refers
      * to it:
      *    OPENPO.TXT    an open or part-received PO line
      *    BACKORD.TXT   an open backorder
      *    BOMFILE       a bill of materials, as kit or component
      *    LOTBAL.TXT    a lot with quantity remaining
      *    QUARANT.TXT   a customer return still held for inspection
      *    PARTSUPP      a supplier quote
      *    PARTLOC       a location still holding stock
      * A purged part is appended to the retired-parts archive with
      * its master and part-control records as they stood, removed
      * from INVENT5.TXT and INVENT6, and its part-control record and
      * empty location balances deleted. Every obsolete part is
      * listed on the purge report - purged, or refused with each
      * reason it was kept.
      *
      * Run it straight after the nightly window (it may be added to
      * JOBSTEPS.TXT after CONVERT-FILE), while INVENT5.TXT still
      * matches INVENT6. INVENT5.TXT is rewritten in two passes: the
      * surviving records go to a work file, and only when the counts
      * balance is the original overwritten from it; the indexed
      * files are not touched until that copy-back has completed, so
      * a failed run leaves every file as it found it. A reference
      * file that cannot be read stops the run before anything is
      * purged - a part is never retired on an unchecked reference.
      *
      * Used File
      *    - Master Inventory File: INVENT5.TXT (rewritten)
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part Control File (Indexed Sequential): PARTCTL
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - Open Purchase Orders: OPENPO.TXT
      *    - Open Backorder File: BACKORD.TXT
      *    - Bill of Materials (Indexed Sequential): BOMFILE
      *    - Lot Balance File: LOTBAL.TXT
      *    - Quarantined Returns: QUARANT.TXT
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *    - Purge Work File: INVENT5PRG.TXT
      *    - Retired-Parts Archive: RETIRED.TXT (extended)
      *    - Purge Report: PURGERPT.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 PART-PURGE.
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

           SELECT  INVENT5-PRG
                   ASSIGN DYNAMIC RC-FN-INVENT5PRG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INVENT5-PRG-STATUS.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

           SELECT  OPENPO-FILE-IN
                   ASSIGN DYNAMIC RC-FN-OPENPO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENPO-FILE-STAT.

           SELECT  BACKORD-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BACKORD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BACKORD-FILE-STAT.

           SELECT  BOMFILE-IN
                   ASSIGN DYNAMIC RC-FN-BOMFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BOMF-KEY
                   FILE STATUS IS BOMFILE-STAT.

           SELECT  LOTBAL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-LOTBAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOTBAL-FILE-STAT.

           SELECT  QUARANT-FILE-IN
                   ASSIGN DYNAMIC RC-FN-QUARANT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS QUARANT-FILE-STAT.

           SELECT  PARTSUPP-FILE-IN
                   ASSIGN DYNAMIC RC-FN-PARTSUPP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PS-KEY
                   FILE STATUS IS PARTSUPP-FILE-STAT.

           SELECT  RETIRED-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-RETIRED
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RETIRED-FILE-STAT.

           SELECT  PURGE-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-PURGERPT
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  INVENT5-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT5-RECORD.
       01  INVENT5-RECORD          PIC X(70).

       FD  INVENT5-PRG
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT5-PRG-RECORD.
       01  INVENT5-PRG-RECORD      PIC X(70).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           05  IN-PART-NUMBER      PIC 9(05).
           05  FILLER              PIC X(65).

      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  PC-SERIALIZED       PIC X(01).
           05  PC-STOCK-UOM        PIC X(04).
           05  PC-LIFECYCLE        PIC X(01).
               88  PC-OBSOLETE               VALUE "O".
           05  FILLER              PIC X(29).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

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

      *    Same layout as BOMFILE-RECORD in BomUpdate.cbl.
       FD  BOMFILE-IN
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS BOMFILE-RECORD.
       01  BOMFILE-RECORD.
           05  BOMF-KEY.
               10  BOMF-KIT-PART       PIC 9(05).
               10  BOMF-COMPONENT      PIC 9(05).
           05  BOMF-QTY-PER        PIC 9(05).

      *    Same layout as LOTBAL-RECORD in BatchUpdate.cbl.
       FD  LOTBAL-FILE-IN
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS LOTBAL-RECORD-IN.
       01  LOTBAL-RECORD-IN.
           05  LB-PART-NUMBER      PIC 9(05).
           05  LB-LOT-NUMBER       PIC X(10).
           05  LB-RECEIPT-DATE     PIC 9(08).
           05  LB-EXPIRY-DATE      PIC 9(08).
           05  LB-LOCATION         PIC X(02).
           05  LB-QTY-REMAINING    PIC 9(07).

      *    Same layout as QUARANT-RECORD-OUT in BatchUpdate.cbl.
       FD  QUARANT-FILE-IN
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS QUARANT-RECORD-IN.
       01  QUARANT-RECORD-IN.
           05  QR-DATE             PIC 9(08).
           05  QR-PART-NUMBER      PIC 9(05).
           05  QR-LOCATION         PIC X(02).
           05  QR-QTY              PIC 9(07).
           05  QR-REASON           PIC X(01).
           05  QR-CUSTOMER-ID      PIC X(06).
           05  QR-DISPOSITION      PIC X(01).

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

      *    One record per part retired: the date it was purged, then
      *    its master and part-control records exactly as they stood.
       FD  RETIRED-FILE-OUT
           RECORD CONTAINS 118 CHARACTERS
           DATA RECORD IS RETIRED-RECORD-OUT.
       01  RETIRED-RECORD-OUT.
           05  RT-RETIRED-DATE     PIC 9(08).
           05  RT-MASTER-RECORD    PIC X(70).
           05  RT-PARTCTL-RECORD   PIC X(40).

       FD  PURGE-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PURGE-LINE-OUT.
       01  PURGE-LINE-OUT          PIC X(80).
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
           05  RC-FN-INVENT5PRG     PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTCTL        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-BACKORD        PIC X(40).
           05  RC-FN-BOMFILE        PIC X(40).
           05  RC-FN-LOTBAL         PIC X(40).
           05  RC-FN-QUARANT        PIC X(40).
           05  RC-FN-PARTSUPP       PIC X(40).
           05  RC-FN-RETIRED        PIC X(40).
           05  RC-FN-PURGERPT       PIC X(40).

      *    The inventory master record as INVENT5.TXT holds it.
       01  MASTER-RECORD-WORK.
           05  MW-PART-NUMBER      PIC 9(05).
           05  MW-PART-NAME        PIC X(20).
           05  MW-QUANTITY         PIC 9(07).
           05  FILLER              PIC X(38).

      *    Every obsolete part on the master, with the records it is
      *    archived under and a flag for each thing that keeps it.
       01  PURGE-CANDIDATE-TABLE.
           05  PT-COUNT            PIC 9(03) VALUE ZEROS.
           05  PT-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON PT-COUNT
                                   INDEXED BY PT-IDX.
               10  PT-PART-NUMBER      PIC 9(05).
               10  PT-MASTER-RECORD    PIC X(70).
               10  PT-PARTCTL-RECORD   PIC X(40).
               10  PT-REFUSALS.
                   15  PT-ON-HAND-SW       PIC X(01).
                   15  PT-OPEN-PO-SW       PIC X(01).
                   15  PT-BACKORDER-SW     PIC X(01).
                   15  PT-BOM-SW           PIC X(01).
                   15  PT-LOT-SW           PIC X(01).
                   15  PT-QUARANTINE-SW    PIC X(01).
                   15  PT-QUOTE-SW         PIC X(01).
                   15  PT-LOCATION-SW      PIC X(01).

      *    This record is for printing the title of the report.
       01  PURGE-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(27)
               VALUE "RETIRED-PART PURGE at ".
           05  TITLE-DATE-O        PIC 9(08).

      *    This record is for printing the header of the report.
       01  PURGE-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(22) VALUE "DESCRIPTION".
           05  FILLER              PIC X(10) VALUE "ACTION".
           05  FILLER              PIC X(40) VALUE "REASON".

      *    One line per part purged, or per reason a part was kept.
       01  PURGE-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PD-PART-O           PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PD-NAME-O           PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PD-ACTION-O         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PD-REASON-O         PIC X(40).

      *    This record is for printing the footer of the report.
       01  PURGE-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "PARTS PURGED".
           05  FOOTER-PURGED       PIC ZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "PARTS REFUSED".
           05  FOOTER-REFUSED      PIC ZZZZ9.

       01  SWITCHES-AND-COUNTERS.
           05  EOF-SW              PIC X(01).
               88  NOMORE-RECORD             VALUE "Y".
           05  WS-KEEP-RECORD-SW   PIC X(01).
               88  KEEP-RECORD               VALUE "Y".
      *    Set once INVENT5.TXT has been rewritten without the
      *    purged parts - from then on they are gone from the master.
           05  WS-PURGE-APPLIED-SW PIC X(01) VALUE "N".
               88  PURGE-APPLIED             VALUE "Y".
           05  CT-RECORDS-IN       PIC 9(07) VALUE ZEROS.
           05  CT-RECORDS-OUT      PIC 9(07) VALUE ZEROS.
           05  CT-PARTS-PURGED     PIC 9(05) VALUE ZEROS.
           05  CT-PARTS-REFUSED    PIC 9(05) VALUE ZEROS.
           05  CT-OVER-TABLE       PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  INVENT5-STATUS      PIC X(02).
           05  INVENT5-PRG-STATUS  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTCTL-FILE-STAT   PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  OPENPO-FILE-STAT    PIC X(02).
           05  BACKORD-FILE-STAT   PIC X(02).
           05  BOMFILE-STAT        PIC X(02).
           05  LOTBAL-FILE-STAT    PIC X(02).
           05  QUARANT-FILE-STAT   PIC X(02).
           05  PARTSUPP-FILE-STAT  PIC X(02).
           05  RETIRED-FILE-STAT   PIC X(02).

      *    A file that will not open, a pass whose counts do not
      *    balance, or a record that will not delete leaves the run
      *    flagged so the operator knows to check the files.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-FILE-STAT        PIC X(02).
           05  WS-FILE-NAME        PIC X(12).
           05  WS-FILE-OK-SW       PIC X(01).
               88  FILE-TO-READ              VALUE "Y".
           05  WS-REF-PART         PIC 9(05).
           05  WS-QTY-O            PIC ZZZZZZ9.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PURGE-RETIRED-PARTS.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           DISPLAY "PART PURGE STARTING".
           PERFORM 200-OPEN-MASTER-FILES.
           IF  NOT ABEND-DETECTED
               PERFORM 200-FIND-OBSOLETE-PARTS
           END-IF.
           IF  NOT ABEND-DETECTED AND PT-COUNT > ZEROS
               PERFORM 200-CHECK-REFERENCES
           END-IF.
           IF  NOT ABEND-DETECTED AND PT-COUNT > ZEROS
               PERFORM 200-REWRITE-INVENT5
           END-IF.
           IF  NOT ABEND-DETECTED AND PT-COUNT > ZEROS
               PERFORM 200-RETIRE-PURGED-PARTS
           END-IF.
           PERFORM 200-PRINT-PURGE-REPORT.
           PERFORM 200-CLOSE-MASTER-FILES.
           IF  ABEND-DETECTED
               DISPLAY "PART PURGE ENDED WITH ERRORS - SEE "
                       "MESSAGES ABOVE"
               MOVE    16      TO  RETURN-CODE
           ELSE
               DISPLAY "PART PURGE COMPLETED - " CT-PARTS-PURGED
                       " PART(S) PURGED, " CT-PARTS-REFUSED
                       " REFUSED"
           END-IF.

           GOBACK.

      ******************************************************************
      * The files a part is purged from must all be there; a missing
      * PARTLOC just means no part has a location balance.
      *-----------------------------------------------------------------
       200-OPEN-MASTER-FILES.
           OPEN    I-O     INVENT-FILE
                           PARTCTL-FILE.
           IF  INVENT-FILE-STAT NOT = "00"
            OR PARTCTL-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "PART PURGE: CANNOT OPEN MASTER FILES - "
                       "INVENT6=" INVENT-FILE-STAT
                       " PARTCTL=" PARTCTL-FILE-STAT
           END-IF.
           OPEN    I-O     PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT = "35"
               OPEN    OUTPUT  PARTLOC-FILE
               CLOSE   PARTLOC-FILE
               OPEN    I-O     PARTLOC-FILE
           END-IF.
           IF  PARTLOC-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "PART PURGE: CANNOT OPEN PARTLOC, STATUS="
                       PARTLOC-FILE-STAT
           END-IF.

      *-----------------------------------------------------------------
       200-CLOSE-MASTER-FILES.
           CLOSE   INVENT-FILE
                   PARTCTL-FILE
                   PARTLOC-FILE.

      ******************************************************************
      * One pass over INVENT5.TXT: each part marked obsolete on
      * PARTCTL becomes a candidate, flagged at once when it still
      * has stock on hand.
      *-----------------------------------------------------------------
       200-FIND-OBSOLETE-PARTS.
           OPEN    INPUT   INVENT5-FILE.
           IF  INVENT5-STATUS NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "PART PURGE: NO INVENT5.TXT, STATUS="
                       INVENT5-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    INVENT5-FILE
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL NOMORE-RECORD
               MOVE    INVENT5-RECORD  TO  MASTER-RECORD-WORK
               MOVE    MW-PART-NUMBER  TO  PC-PART-NUMBER
               READ    PARTCTL-FILE
                   NOT INVALID KEY
                       IF  PC-OBSOLETE
                           PERFORM 300-ADD-CANDIDATE
                       END-IF
               END-READ
               READ    INVENT5-FILE
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   INVENT5-FILE.
           IF  CT-OVER-TABLE > ZEROS
               DISPLAY "PART PURGE: " CT-OVER-TABLE
                       " MORE OBSOLETE PART(S) LEFT FOR THE NEXT RUN"
           END-IF.

      *-----------------------------------------------------------------
       300-ADD-CANDIDATE.
           IF  PT-COUNT = 999
               ADD     1       TO  CT-OVER-TABLE
               EXIT PARAGRAPH
           END-IF.
           ADD     1                   TO  PT-COUNT.
           SET     PT-IDX              TO  PT-COUNT.
           MOVE    MW-PART-NUMBER      TO  PT-PART-NUMBER(PT-IDX).
           MOVE    INVENT5-RECORD      TO  PT-MASTER-RECORD(PT-IDX).
           MOVE    PARTCTL-RECORD      TO  PT-PARTCTL-RECORD(PT-IDX).
           MOVE    SPACES              TO  PT-REFUSALS(PT-IDX).
           IF  MW-QUANTITY NOT NUMERIC OR MW-QUANTITY > ZEROS
               MOVE    "Y"     TO  PT-ON-HAND-SW(PT-IDX)
           END-IF.

      ******************************************************************
      * Read every file that can refer to a part and flag each
      * candidate it names. A sequential file that does not exist
      * names nothing; one that will not open otherwise stops the run.
      *-----------------------------------------------------------------
       200-CHECK-REFERENCES.
           PERFORM 300-CHECK-OPEN-POS.
           PERFORM 300-CHECK-BACKORDERS.
           PERFORM 300-CHECK-BILLS-OF-MATERIAL.
           PERFORM 300-CHECK-LOT-BALANCES.
           PERFORM 300-CHECK-QUARANTINE.
           PERFORM 300-CHECK-SUPPLIER-QUOTES.
           PERFORM 300-CHECK-LOCATION-BALANCES.

      *-----------------------------------------------------------------
       300-CHECK-OPEN-POS.
           OPEN    INPUT   OPENPO-FILE-IN.
           MOVE    OPENPO-FILE-STAT    TO  WS-FILE-STAT.
           MOVE    "OPENPO.TXT"        TO  WS-FILE-NAME.
           PERFORM 400-CHECK-REFERENCE-OPEN.
           IF  NOT FILE-TO-READ
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    OPENPO-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL NOMORE-RECORD
               IF  OPO-STATUS-IN NOT = "C"
                       AND OPO-ORDERED-QTY-IN > OPO-RECEIVED-QTY-IN
                   MOVE    OPO-PART-NUMBER-IN  TO  WS-REF-PART
                   PERFORM 400-FIND-CANDIDATE
                   IF  PT-IDX NOT > PT-COUNT
                       MOVE    "Y"     TO  PT-OPEN-PO-SW(PT-IDX)
                   END-IF
               END-IF
               READ    OPENPO-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   OPENPO-FILE-IN.

      *-----------------------------------------------------------------
       300-CHECK-BACKORDERS.
           OPEN    INPUT   BACKORD-FILE-IN.
           MOVE    BACKORD-FILE-STAT   TO  WS-FILE-STAT.
           MOVE    "BACKORD.TXT"       TO  WS-FILE-NAME.
           PERFORM 400-CHECK-REFERENCE-OPEN.
           IF  NOT FILE-TO-READ
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    BACKORD-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL NOMORE-RECORD
               MOVE    BO-PART-NUMBER-IN   TO  WS-REF-PART
               PERFORM 400-FIND-CANDIDATE
               IF  PT-IDX NOT > PT-COUNT
                   MOVE    "Y"     TO  PT-BACKORDER-SW(PT-IDX)
               END-IF
               READ    BACKORD-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BACKORD-FILE-IN.

      *-----------------------------------------------------------------
      * A part named on a bill of materials - as the kit or as one
      * of its components - is still in use.
      *-----------------------------------------------------------------
       300-CHECK-BILLS-OF-MATERIAL.
           OPEN    INPUT   BOMFILE-IN.
           MOVE    BOMFILE-STAT        TO  WS-FILE-STAT.
           MOVE    "BOMFILE"           TO  WS-FILE-NAME.
           PERFORM 400-CHECK-REFERENCE-OPEN.
           IF  NOT FILE-TO-READ
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    BOMFILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL NOMORE-RECORD
               MOVE    BOMF-KIT-PART   TO  WS-REF-PART
               PERFORM 400-FIND-CANDIDATE
               IF  PT-IDX NOT > PT-COUNT
                   MOVE    "Y"     TO  PT-BOM-SW(PT-IDX)
               END-IF
               MOVE    BOMF-COMPONENT  TO  WS-REF-PART
               PERFORM 400-FIND-CANDIDATE
               IF  PT-IDX NOT > PT-COUNT
                   MOVE    "Y"     TO  PT-BOM-SW(PT-IDX)
               END-IF
               READ    BOMFILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BOMFILE-IN.

      *-----------------------------------------------------------------
       300-CHECK-LOT-BALANCES.
           OPEN    INPUT   LOTBAL-FILE-IN.
           MOVE    LOTBAL-FILE-STAT    TO  WS-FILE-STAT.
           MOVE    "LOTBAL.TXT"        TO  WS-FILE-NAME.
           PERFORM 400-CHECK-REFERENCE-OPEN.
           IF  NOT FILE-TO-READ
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    LOTBAL-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL NOMORE-RECORD
               IF  LB-QTY-REMAINING > ZEROS
                   MOVE    LB-PART-NUMBER  TO  WS-REF-PART
                   PERFORM 400-FIND-CANDIDATE
                   IF  PT-IDX NOT > PT-COUNT
                       MOVE    "Y"     TO  PT-LOT-SW(PT-IDX)
                   END-IF
               END-IF
               READ    LOTBAL-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   LOTBAL-FILE-IN.

      *-----------------------------------------------------------------
      * Only a return still waiting for its disposition is a hold.
      *-----------------------------------------------------------------
       300-CHECK-QUARANTINE.
           OPEN    INPUT   QUARANT-FILE-IN.
           MOVE    QUARANT-FILE-STAT   TO  WS-FILE-STAT.
           MOVE    "QUARANT.TXT"       TO  WS-FILE-NAME.
           PERFORM 400-CHECK-REFERENCE-OPEN.
           IF  NOT FILE-TO-READ
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    QUARANT-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL NOMORE-RECORD
               IF  QR-DISPOSITION = SPACE
                   MOVE    QR-PART-NUMBER  TO  WS-REF-PART
                   PERFORM 400-FIND-CANDIDATE
                   IF  PT-IDX NOT > PT-COUNT
                       MOVE    "Y"     TO  PT-QUARANTINE-SW(PT-IDX)
                   END-IF
               END-IF
               READ    QUARANT-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   QUARANT-FILE-IN.

      *-----------------------------------------------------------------
       300-CHECK-SUPPLIER-QUOTES.
           OPEN    INPUT   PARTSUPP-FILE-IN.
           MOVE    PARTSUPP-FILE-STAT  TO  WS-FILE-STAT.
           MOVE    "PARTSUPP"          TO  WS-FILE-NAME.
           PERFORM 400-CHECK-REFERENCE-OPEN.
           IF  NOT FILE-TO-READ
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  EOF-SW.
           READ    PARTSUPP-FILE-IN
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL NOMORE-RECORD
               MOVE    PS-PART-NUMBER  TO  WS-REF-PART
               PERFORM 400-FIND-CANDIDATE
               IF  PT-IDX NOT > PT-COUNT
                   MOVE    "Y"     TO  PT-QUOTE-SW(PT-IDX)
               END-IF
               READ    PARTSUPP-FILE-IN
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   PARTSUPP-FILE-IN.

      *-----------------------------------------------------------------
      * A location balance left above zero means the master total
      * and PARTLOC disagree - the part is kept until it is counted.
      *-----------------------------------------------------------------
       300-CHECK-LOCATION-BALANCES.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               MOVE    PT-PART-NUMBER(PT-IDX)  TO  PLB-PART-NUMBER
               MOVE    LOW-VALUES              TO  PLB-LOCATION
               MOVE    "N"     TO  EOF-SW
               START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
                   INVALID KEY
                       MOVE    "Y"     TO  EOF-SW
               END-START
               PERFORM UNTIL NOMORE-RECORD
                   READ    PARTLOC-FILE NEXT
                       AT END
                           MOVE    "Y"     TO  EOF-SW
                       NOT AT END
                           IF  PLB-PART-NUMBER NOT =
                                   PT-PART-NUMBER(PT-IDX)
                               MOVE    "Y"     TO  EOF-SW
                           ELSE
                               IF  PLB-QUANTITY NOT NUMERIC
                                       OR PLB-QUANTITY > ZEROS
                                   MOVE    "Y" TO
                                           PT-LOCATION-SW(PT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
       400-CHECK-REFERENCE-OPEN.
           MOVE    "N"     TO  WS-FILE-OK-SW.
           EVALUATE WS-FILE-STAT
               WHEN    "00"
                   MOVE    "Y"     TO  WS-FILE-OK-SW
               WHEN    "35"
                   CONTINUE
               WHEN    OTHER
                   SET     ABEND-DETECTED  TO  TRUE
                   DISPLAY "PART PURGE: CANNOT READ " WS-FILE-NAME
                           ", STATUS=" WS-FILE-STAT
                           " - NOTHING PURGED"
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Leaves PT-IDX on the candidate for WS-REF-PART, or past the
      * end of the table when the part is not a candidate.
      *-----------------------------------------------------------------
       400-FIND-CANDIDATE.
           SET     PT-IDX  TO  1.
           SEARCH  PT-ENTRY
                   AT END
                       SET     PT-IDX  TO  PT-COUNT
                       SET     PT-IDX  UP BY 1
                   WHEN    PT-PART-NUMBER(PT-IDX) = WS-REF-PART
                       CONTINUE
           END-SEARCH.

      ******************************************************************
      * Pass 1 copies every record but the purged parts' to the work
      * file; pass 2 copies the work file back over the original.
      *-----------------------------------------------------------------
       200-REWRITE-INVENT5.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE    "N"     TO  EOF-SW.
           OPEN    INPUT   INVENT5-FILE.
           OPEN    OUTPUT  INVENT5-PRG.
           READ    INVENT5-FILE
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.
           PERFORM UNTIL NOMORE-RECORD
               ADD     1               TO  CT-RECORDS-IN
               MOVE    INVENT5-RECORD  TO  MASTER-RECORD-WORK
               MOVE    MW-PART-NUMBER  TO  WS-REF-PART
               PERFORM 400-FIND-CANDIDATE
               MOVE    "Y"     TO  WS-KEEP-RECORD-SW
               IF  PT-IDX NOT > PT-COUNT
                   IF  PT-REFUSALS(PT-IDX) = SPACES
                       MOVE    "N"     TO  WS-KEEP-RECORD-SW
                   END-IF
               END-IF
               IF  KEEP-RECORD
                   MOVE    INVENT5-RECORD  TO  INVENT5-PRG-RECORD
                   WRITE   INVENT5-PRG-RECORD
                   ADD     1               TO  CT-RECORDS-OUT
               ELSE
                   ADD     1               TO  CT-PARTS-PURGED
               END-IF
               READ    INVENT5-FILE
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   INVENT5-FILE
                   INVENT5-PRG.
           ADD     CT-PARTS-PURGED TO  CT-RECORDS-OUT.
           PERFORM 300-VERIFY-PASS-COUNTS.
           IF  NOT ABEND-DETECTED
               PERFORM 300-COPY-BACK-INVENT5
           END-IF.
           IF  ABEND-DETECTED
               MOVE    ZEROS   TO  CT-PARTS-PURGED
           ELSE
               SET     PURGE-APPLIED   TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
       300-COPY-BACK-INVENT5.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE    "N"     TO  EOF-SW.
           OPEN    INPUT   INVENT5-PRG.
           OPEN    OUTPUT  INVENT5-FILE.
           READ    INVENT5-PRG
                   AT END  MOVE "Y" TO EOF-SW.
           PERFORM UNTIL NOMORE-RECORD
               ADD     1                   TO  CT-RECORDS-IN
               MOVE    INVENT5-PRG-RECORD  TO  INVENT5-RECORD
               WRITE   INVENT5-RECORD
               ADD     1                   TO  CT-RECORDS-OUT
               READ    INVENT5-PRG
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   INVENT5-PRG
                   INVENT5-FILE.
           PERFORM 300-VERIFY-PASS-COUNTS.

      *-----------------------------------------------------------------
      * Every pass must account for every record it read.
      *-----------------------------------------------------------------
       300-VERIFY-PASS-COUNTS.
           IF  CT-RECORDS-IN NOT = CT-RECORDS-OUT
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "PART PURGE: PASS COUNTS DO NOT BALANCE - IN="
                       CT-RECORDS-IN " OUT=" CT-RECORDS-OUT
           END-IF.

      ******************************************************************
      * INVENT5.TXT no longer holds the purged parts: archive each
      * one and take it off INVENT6, PARTCTL, and PARTLOC.
      *-----------------------------------------------------------------
       200-RETIRE-PURGED-PARTS.
           OPEN    EXTEND  RETIRED-FILE-OUT.
           IF  RETIRED-FILE-STAT NOT = "00"
               OPEN    OUTPUT  RETIRED-FILE-OUT
           END-IF.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               IF  PT-REFUSALS(PT-IDX) = SPACES
                   PERFORM 300-RETIRE-ONE-PART
               END-IF
           END-PERFORM.
           CLOSE   RETIRED-FILE-OUT.

      *-----------------------------------------------------------------
       300-RETIRE-ONE-PART.
           MOVE    WS-TODAY                    TO  RT-RETIRED-DATE.
           MOVE    PT-MASTER-RECORD(PT-IDX)    TO  RT-MASTER-RECORD.
           MOVE    PT-PARTCTL-RECORD(PT-IDX)   TO  RT-PARTCTL-RECORD.
           WRITE   RETIRED-RECORD-OUT.
           MOVE    PT-PART-NUMBER(PT-IDX)  TO  IN-PART-NUMBER.
           DELETE  INVENT-FILE
               INVALID KEY
                   DISPLAY "PART PURGE: PART " IN-PART-NUMBER
                           " NOT ON INVENT6, STATUS="
                           INVENT-FILE-STAT
           END-DELETE.
           MOVE    PT-PART-NUMBER(PT-IDX)  TO  PC-PART-NUMBER.
           DELETE  PARTCTL-FILE
               INVALID KEY
                   SET     ABEND-DETECTED  TO  TRUE
                   DISPLAY "PART PURGE: PARTCTL DELETE FAILED FOR "
                           "PART " PC-PART-NUMBER ", STATUS="
                           PARTCTL-FILE-STAT
           END-DELETE.
           PERFORM 400-DELETE-LOCATION-BALANCES.

      *-----------------------------------------------------------------
      * The part's balances are all zero by now - each is read and
      * deleted until the key moves on to the next part.
      *-----------------------------------------------------------------
       400-DELETE-LOCATION-BALANCES.
           MOVE    PT-PART-NUMBER(PT-IDX)  TO  PLB-PART-NUMBER.
           MOVE    LOW-VALUES              TO  PLB-LOCATION.
           MOVE    "N"     TO  EOF-SW.
           START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
               INVALID KEY
                   MOVE    "Y"     TO  EOF-SW
           END-START.
           PERFORM UNTIL NOMORE-RECORD
               READ    PARTLOC-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  EOF-SW
                   NOT AT END
                       IF  PLB-PART-NUMBER NOT = PT-PART-NUMBER(PT-IDX)
                           MOVE    "Y"     TO  EOF-SW
                       ELSE
                           DELETE  PARTLOC-FILE RECORD
                               INVALID KEY
                                   SET     ABEND-DETECTED  TO  TRUE
                                   MOVE    "Y"     TO  EOF-SW
                                   DISPLAY "PART PURGE: PARTLOC "
                                           "DELETE FAILED FOR PART "
                                           PLB-PART-NUMBER
                                           ", STATUS="
                                           PARTLOC-FILE-STAT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Every obsolete part found: one PURGED line, or one REFUSED
      * line per reason it was kept. A run that stopped before
      * INVENT5.TXT was rewritten shows every part as refused for
      * that reason.
      *-----------------------------------------------------------------
       200-PRINT-PURGE-REPORT.
           OPEN    OUTPUT  PURGE-REPORT-OUT.
           MOVE    WS-TODAY        TO  TITLE-DATE-O.
           WRITE   PURGE-LINE-OUT  FROM    PURGE-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   PURGE-LINE-OUT  FROM    PURGE-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  PURGE-LINE-OUT.
           WRITE   PURGE-LINE-OUT.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               PERFORM 300-PRINT-ONE-CANDIDATE
           END-PERFORM.
           MOVE    CT-PARTS-PURGED     TO  FOOTER-PURGED.
           MOVE    CT-PARTS-REFUSED    TO  FOOTER-REFUSED.
           WRITE   PURGE-LINE-OUT  FROM    PURGE-FOOTER
                   AFTER ADVANCING 2   LINES.
           CLOSE   PURGE-REPORT-OUT.

      *-----------------------------------------------------------------
       300-PRINT-ONE-CANDIDATE.
           MOVE    PT-MASTER-RECORD(PT-IDX)    TO  MASTER-RECORD-WORK.
           MOVE    MW-PART-NUMBER      TO  PD-PART-O.
           MOVE    MW-PART-NAME        TO  PD-NAME-O.
           IF  ABEND-DETECTED AND NOT PURGE-APPLIED
               MOVE    "REFUSED"   TO  PD-ACTION-O
               MOVE    "RUN STOPPED ON A FILE ERROR"   TO  PD-REASON-O
               WRITE   PURGE-LINE-OUT  FROM    PURGE-DETAIL
               ADD     1           TO  CT-PARTS-REFUSED
               EXIT PARAGRAPH
           END-IF.
           IF  PT-REFUSALS(PT-IDX) = SPACES
               MOVE    "PURGED"    TO  PD-ACTION-O
               MOVE    "ARCHIVED TO RETIRED.TXT"   TO  PD-REASON-O
               WRITE   PURGE-LINE-OUT  FROM    PURGE-DETAIL
               EXIT PARAGRAPH
           END-IF.
           ADD     1               TO  CT-PARTS-REFUSED.
           MOVE    "REFUSED"       TO  PD-ACTION-O.
           IF  PT-ON-HAND-SW(PT-IDX) = "Y"
               MOVE    SPACES      TO  PD-REASON-O
               IF  MW-QUANTITY NUMERIC
                   MOVE    MW-QUANTITY TO  WS-QTY-O
                   STRING  "STOCK ON HAND " WS-QTY-O
                           DELIMITED BY SIZE
                           INTO PD-REASON-O
               ELSE
                   MOVE    "QUANTITY NOT NUMERIC"  TO  PD-REASON-O
               END-IF
               PERFORM 400-WRITE-REFUSAL-LINE
           END-IF.
           IF  PT-OPEN-PO-SW(PT-IDX) = "Y"
               MOVE    "OPEN PO LINE ON OPENPO.TXT"    TO  PD-REASON-O
               PERFORM 400-WRITE-REFUSAL-LINE
           END-IF.
           IF  PT-BACKORDER-SW(PT-IDX) = "Y"
               MOVE    "BACKORDER ON BACKORD.TXT"  TO  PD-REASON-O
               PERFORM 400-WRITE-REFUSAL-LINE
           END-IF.
           IF  PT-BOM-SW(PT-IDX) = "Y"
               MOVE    "KIT OR COMPONENT ON BOMFILE"   TO  PD-REASON-O
               PERFORM 400-WRITE-REFUSAL-LINE
           END-IF.
           IF  PT-LOT-SW(PT-IDX) = "Y"
               MOVE    "LOT BALANCE ON LOTBAL.TXT" TO  PD-REASON-O
               PERFORM 400-WRITE-REFUSAL-LINE
           END-IF.
           IF  PT-QUARANTINE-SW(PT-IDX) = "Y"
               MOVE    "RETURN HELD ON QUARANT.TXT"    TO  PD-REASON-O
               PERFORM 400-WRITE-REFUSAL-LINE
           END-IF.
           IF  PT-QUOTE-SW(PT-IDX) = "Y"
               MOVE    "SUPPLIER QUOTE ON PARTSUPP"    TO  PD-REASON-O
               PERFORM 400-WRITE-REFUSAL-LINE
           END-IF.
           IF  PT-LOCATION-SW(PT-IDX) = "Y"
               MOVE    "LOCATION BALANCE ON PARTLOC"   TO  PD-REASON-O
               PERFORM 400-WRITE-REFUSAL-LINE
           END-IF.

      *-----------------------------------------------------------------
      * The part and description print on its first reason only.
      *-----------------------------------------------------------------
       400-WRITE-REFUSAL-LINE.
           WRITE   PURGE-LINE-OUT  FROM    PURGE-DETAIL.
           MOVE    SPACES          TO  PD-PART-O
                                       PD-NAME-O
                                       PD-ACTION-O.

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
           MOVE    SPACES      TO  RC-FN-INVENT5PRG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT5PRG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-INVENT5PRG.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-OPENPO.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OPENPO.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OPENPO.
           MOVE    SPACES      TO  RC-FN-BACKORD.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BACKORD.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BACKORD.
           MOVE    SPACES      TO  RC-FN-BOMFILE.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BOMFILE" DELIMITED BY SIZE
                   INTO RC-FN-BOMFILE.
           MOVE    SPACES      TO  RC-FN-LOTBAL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "LOTBAL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-LOTBAL.
           MOVE    SPACES      TO  RC-FN-QUARANT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "QUARANT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-QUARANT.
           MOVE    SPACES      TO  RC-FN-PARTSUPP.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPP.
           MOVE    SPACES      TO  RC-FN-RETIRED.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "RETIRED.TXT" DELIMITED BY SIZE
                   INTO RC-FN-RETIRED.
           MOVE    SPACES      TO  RC-FN-PURGERPT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PURGERPT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-PURGERPT.

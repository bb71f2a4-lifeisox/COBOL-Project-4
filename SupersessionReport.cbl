      ******************************************************************
      * This program is to print the open supersession chains: every
      * superseded part that still has stock on the master, with the
      * part that replaces it, the final part at the end of its
      * chain and that part's own stock, the effective date, and
      * whether the old stock is to be used up or scrapped. A
      * supersession not yet in force is marked PENDING. Once the
      * old part's stock is gone its chain drops off the listing.
      *
      * Used File
      *    - Part Supersession File (Indexed Sequential): SUPERSED
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Supersession Report File: SUPERRPT.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SUPERSESSION-REPORT.
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
           SELECT  SUPERSED-FILE
                   ASSIGN DYNAMIC RC-FN-SUPERSED
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SU-OLD-PART
                   FILE STATUS IS SUPERSED-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  SUPERSESSION-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-SUPERRPT
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as SUPERSED-RECORD in SupersessionUpdate.cbl.
       FD  SUPERSED-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SUPERSED-RECORD.
       01  SUPERSED-RECORD.
           05  SU-OLD-PART         PIC 9(05).
           05  SU-NEW-PART         PIC 9(05).
           05  SU-EFF-DATE         PIC 9(08).
           05  SU-OLD-STOCK        PIC X(01).
               88  SU-SCRAP                  VALUE "S".
           05  FILLER              PIC X(21).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

       FD  SUPERSESSION-REPORT-OUT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS SUPERSESSION-OUT.
       01  SUPERSESSION-OUT            PIC X(90).
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
           05  RC-FN-SUPERSED       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-SUPERRPT       PIC X(40).

      *    This record is for printing the title of the listing.
       01  SUPERSESSION-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(29)
               VALUE "OPEN PART SUPERSESSION CHAINS".
           05  FILLER              PIC X(06) VALUE SPACES.
           05  TITLE-DATE-O        PIC 9(08).

      *    This record is for printing the column headings.
       01  SUPERSESSION-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(28)
               VALUE "OLD   PART NAME".
           05  FILLER              PIC X(09) VALUE "  OLD QTY".
           05  FILLER              PIC X(14) VALUE "  NEW    FINAL".
           05  FILLER              PIC X(09) VALUE "  FIN QTY".
           05  FILLER              PIC X(11) VALUE "  EFFECTIVE".
           05  FILLER              PIC X(16)
               VALUE "  OLD STOCK".

      *    This record is for printing one open supersession.
       01  SUPERSESSION-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-OLD-PART-O       PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-OLD-NAME-O       PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-OLD-QTY-O        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-NEW-PART-O       PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-FINAL-PART-O     PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-FINAL-QTY-O      PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-EFF-DATE-O       PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SD-OLD-STOCK-O      PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-PENDING-O        PIC X(07).

      *    This record is for printing the footer of the listing.
       01  SUPERSESSION-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(30).
           05  FOOTER-COUNTER      PIC ZZZZ9.

      *    Every supersession on file, each followed to the final
      *    part of its chain.
       01  SUPERSESSION-TABLE.
           05  SV-COUNT            PIC 9(03) VALUE ZEROS.
           05  SV-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON SV-COUNT
                                   INDEXED BY SV-IDX.
               10  SV-OLD-PART         PIC 9(05).
               10  SV-NEW-PART         PIC 9(05).
               10  SV-FINAL-PART       PIC 9(05).
               10  SV-EFF-DATE         PIC 9(08).
               10  SV-SCRAP-SW         PIC X(01).

       01  SWITCHES-AND-COUNTERS.
           05  SUPERSED-EOF-SW     PIC X(01) VALUE "N".
           05  SUPERSED-FILE-STAT  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  WS-TODAY            PIC 9(08).
           05  WS-CHAIN-PART       PIC 9(05).
           05  WS-CHAIN-HOPS       PIC 9(03).
           05  WS-CHAIN-END-SW     PIC X(01).
           05  WS-SV-SUB           PIC 9(03).
           05  WS-OLD-QTY          PIC 9(07).
           05  WS-OLD-NAME         PIC X(20).
           05  CT-CHAINS-LISTED    PIC 9(05) VALUE ZEROS.

      *    A missing master leaves no stock to report - flagged so a
      *    calling driver can see the difference.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-SUPERSESSION-REPORT.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-SUPERSESSION-TABLE.
           OPEN    INPUT   INVENT-FILE.
           IF  INVENT-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "SUPERSESSION REPORT: CANNOT OPEN INVENT6, "
                       "STATUS " INVENT-FILE-STAT
           ELSE
               PERFORM 200-PRINT-OPEN-CHAINS
               CLOSE   INVENT-FILE
           END-IF.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      * Read every supersession and follow each one to the end of its
      * chain. No SUPERSED file just means no part has been replaced;
      * the hop count stops the walk on a loop keyed in error.
      *-----------------------------------------------------------------
       200-LOAD-SUPERSESSION-TABLE.
           OPEN    INPUT   SUPERSED-FILE.
           IF  SUPERSED-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    SUPERSED-FILE
                   AT END  MOVE "Y" TO SUPERSED-EOF-SW.
           PERFORM UNTIL SUPERSED-EOF-SW = "Y"
               IF  SV-COUNT < 999
                   ADD     1               TO  SV-COUNT
                   SET     SV-IDX          TO  SV-COUNT
                   MOVE    SU-OLD-PART     TO  SV-OLD-PART(SV-IDX)
                   MOVE    SU-NEW-PART     TO  SV-NEW-PART(SV-IDX)
                   MOVE    SU-EFF-DATE     TO  SV-EFF-DATE(SV-IDX)
                   MOVE    "N"             TO  SV-SCRAP-SW(SV-IDX)
                   IF  SU-SCRAP
                       MOVE    "Y"         TO  SV-SCRAP-SW(SV-IDX)
                   END-IF
               END-IF
               READ    SUPERSED-FILE
                       AT END  MOVE "Y" TO SUPERSED-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SUPERSED-FILE.
           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-COUNT
               PERFORM 300-FIND-FINAL-PART
           END-PERFORM.

      *-----------------------------------------------------------------
       300-FIND-FINAL-PART.
           MOVE    SV-NEW-PART(SV-IDX) TO  WS-CHAIN-PART.
           MOVE    ZEROS               TO  WS-CHAIN-HOPS.
           MOVE    "N"                 TO  WS-CHAIN-END-SW.
           PERFORM UNTIL WS-CHAIN-END-SW = "Y"
               MOVE    "Y"     TO  WS-CHAIN-END-SW
               IF  WS-CHAIN-HOPS < 99
                   PERFORM VARYING WS-SV-SUB FROM 1 BY 1
                           UNTIL WS-SV-SUB > SV-COUNT
                       IF  SV-OLD-PART(WS-SV-SUB) = WS-CHAIN-PART
                           MOVE    SV-NEW-PART(WS-SV-SUB)  TO
                                   WS-CHAIN-PART
                           ADD     1       TO  WS-CHAIN-HOPS
                           MOVE    "N"     TO  WS-CHAIN-END-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE    WS-CHAIN-PART       TO  SV-FINAL-PART(SV-IDX).

      *-----------------------------------------------------------------
      * One line per supersession whose old part still has stock.
      *-----------------------------------------------------------------
       200-PRINT-OPEN-CHAINS.
           OPEN    OUTPUT  SUPERSESSION-REPORT-OUT.
           MOVE    WS-TODAY    TO  TITLE-DATE-O.
           WRITE   SUPERSESSION-OUT    FROM    SUPERSESSION-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   SUPERSESSION-OUT    FROM    SUPERSESSION-HEADER
                   AFTER ADVANCING 2   LINES.
           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-COUNT
               PERFORM 300-PRINT-ONE-CHAIN
           END-PERFORM.
           MOVE    "OPEN SUPERSESSIONS LISTED"     TO  FOOTER-NAME.
           MOVE    CT-CHAINS-LISTED                TO  FOOTER-COUNTER.
           WRITE   SUPERSESSION-OUT    FROM    SUPERSESSION-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "SUPERSESSIONS ON FILE"         TO  FOOTER-NAME.
           MOVE    SV-COUNT                        TO  FOOTER-COUNTER.
           WRITE   SUPERSESSION-OUT    FROM    SUPERSESSION-FOOTER.
           CLOSE   SUPERSESSION-REPORT-OUT.

      *-----------------------------------------------------------------
       300-PRINT-ONE-CHAIN.
           MOVE    SV-OLD-PART(SV-IDX) TO  PART-NUMBER-IN.
           READ    INVENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF  QUANTITY-IN = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE    QUANTITY-IN         TO  WS-OLD-QTY.
           MOVE    PART-NAME-IN        TO  WS-OLD-NAME.
           MOVE    SPACES              TO  SD-PENDING-O.
           IF  SV-EFF-DATE(SV-IDX) > WS-TODAY
               MOVE    "PENDING"       TO  SD-PENDING-O
           END-IF.
           IF  SV-SCRAP-SW(SV-IDX) = "Y"
               MOVE    "SCRAP"         TO  SD-OLD-STOCK-O
           ELSE
               MOVE    "USE UP"        TO  SD-OLD-STOCK-O
           END-IF.
           MOVE    SV-OLD-PART(SV-IDX)     TO  SD-OLD-PART-O.
           MOVE    WS-OLD-NAME             TO  SD-OLD-NAME-O.
           MOVE    WS-OLD-QTY              TO  SD-OLD-QTY-O.
           MOVE    SV-NEW-PART(SV-IDX)     TO  SD-NEW-PART-O.
           MOVE    SV-FINAL-PART(SV-IDX)   TO  SD-FINAL-PART-O.
           MOVE    SV-EFF-DATE(SV-IDX)     TO  SD-EFF-DATE-O.
           MOVE    ZEROS                   TO  SD-FINAL-QTY-O.
           MOVE    SV-FINAL-PART(SV-IDX)   TO  PART-NUMBER-IN.
           READ    INVENT-FILE
               NOT INVALID KEY
                   MOVE    QUANTITY-IN     TO  SD-FINAL-QTY-O
           END-READ.
           WRITE   SUPERSESSION-OUT    FROM    SUPERSESSION-DETAIL.
           ADD     1                   TO  CT-CHAINS-LISTED.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SUPERSED.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPERSED" DELIMITED BY SIZE
                   INTO RC-FN-SUPERSED.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-SUPERRPT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPERRPT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SUPERRPT.

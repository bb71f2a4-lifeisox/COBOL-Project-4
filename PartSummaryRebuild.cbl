      ******************************************************************
      * This program rebuilds the daily part-activity summary, PARTSUMM,
      * from the transaction history: every yearly archive HISTORY-
      * ARCHIVE has moved old records to, then the live TRANHIST.TXT,
      * summed by part, day and movement code. It is run once to
      * build the summary in the first place, and again whenever the
      * summary is lost or in doubt; from then on BATCH-UPDATE adds
      * each night's history to it as it writes TRANHIST.
      *
      * The history carries units only, so the rebuilt value columns
      * are at the part's unit price on INVENT6 now, not the cost
      * each movement was posted at - the nightly posting keeps the
      * cost of the night. Quarantine, consignment and transfer
      * movements carry no value, as on the ledger.
      *
      * Archives are looked for from the year passed on the command
      * line (YYYY), or thirty years back, to this year; a year with
      * no archive is simply skipped.
      *
      * Used File
      *    - Retained Transaction History: TRANHIST.TXT
      *    - History Archives: TRANHIST-<year>.TXT
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 PART-SUMMARY-REBUILD.
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
      *    Opened once per yearly archive and once for the live file.
           SELECT  HISTORY-FILE-IN
                   ASSIGN DYNAMIC WS-HIST-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTSUMM-FILE
                   ASSIGN DYNAMIC RC-FN-PARTSUMM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PSM-KEY
                   FILE STATUS IS PARTSUMM-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
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

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".
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
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).

       01  SWITCHES-AND-COUNTERS.
           05  HIST-EOF-SW         PIC X(01).
           05  INVENT-AVAIL-SW     PIC X(01) VALUE "N".
               88  INVENT-AVAILABLE          VALUE "Y".
           05  CT-FILES-READ       PIC 9(03) VALUE ZEROS.
           05  CT-HISTORY-READ     PIC 9(09) VALUE ZEROS.
           05  CT-SUMMARY-WRITTEN  PIC 9(09) VALUE ZEROS.
           05  CT-UNPRICED         PIC 9(09) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  HISTORY-FILE-STAT   PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTSUMM-FILE-STAT  PIC X(02).

      *    A summary that cannot be created or written is the run's
      *    failure - flagged so it ends with a non-zero RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-RED            REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR       PIC 9(04).
           05  FILLER              PIC X(04).

       01  ARCHIVE-FILE-CONTROLS.
           05  WS-COMMAND-LINE     PIC X(80).
           05  WS-ARG-FIRST-YEAR   PIC X(04).
           05  WS-FIRST-YEAR       PIC 9(04).
           05  WS-FILE-YEAR        PIC 9(04).
           05  WS-HIST-FILE-NAME   PIC X(40).

      *    The span of history dates summarized, for the control
      *    record.
       01  HISTORY-DATE-SPAN.
           05  WS-EARLIEST-DATE    PIC 9(08) VALUE 99999999.
           05  WS-LATEST-DATE      PIC 9(08) VALUE ZEROS.

      *    The last part priced, so a run of one part's history reads
      *    the master once.
       01  PRICING-FIELDS.
           05  WS-PRICED-PART      PIC 9(05) VALUE ZEROS.
           05  WS-PRICED-FOUND-SW  PIC X(01) VALUE "N".
           05  WS-PSM-UNIT-AMT     PIC 9(04)V99.
           05  WS-PSM-EXT          PIC 9(11)V99.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-REBUILD-PART-SUMMARY.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY            FROM DATE YYYYMMDD.
           PERFORM 200-SET-ARCHIVE-YEARS.
           PERFORM 200-CREATE-SUMMARY.
           IF  NOT ABEND-DETECTED
               PERFORM VARYING WS-FILE-YEAR FROM WS-FIRST-YEAR BY 1
                       UNTIL WS-FILE-YEAR > WS-TODAY-YEAR
                          OR ABEND-DETECTED
                   MOVE    SPACES      TO  WS-HIST-FILE-NAME
                   STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                           "TRANHIST-" WS-FILE-YEAR ".TXT"
                           DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
                   PERFORM 200-SUMMARIZE-ONE-HISTORY-FILE
               END-PERFORM
               IF  NOT ABEND-DETECTED
                   MOVE    RC-FN-TRANHIST  TO  WS-HIST-FILE-NAME
                   PERFORM 200-SUMMARIZE-ONE-HISTORY-FILE
               END-IF
               IF  NOT ABEND-DETECTED
                   PERFORM 200-WRITE-CONTROL-RECORD
               END-IF
               CLOSE   PARTSUMM-FILE
           END-IF.
           IF  INVENT-AVAILABLE
               CLOSE   INVENT-FILE
           END-IF.
           DISPLAY "PART SUMMARY REBUILD: " CT-FILES-READ
                   " HISTORY FILES, " CT-HISTORY-READ " RECORDS, "
                   CT-SUMMARY-WRITTEN " SUMMARY RECORDS".
           IF  CT-UNPRICED > ZEROS
               DISPLAY "PART SUMMARY REBUILD: " CT-UNPRICED
                       " MOVEMENTS OF PARTS NOT ON INVENT6 - "
                       "UNITS ONLY"
           END-IF.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      * The first archive year: the command line's, else thirty
      * years back.
      *-----------------------------------------------------------------
       200-SET-ARCHIVE-YEARS.
           MOVE    SPACES      TO  WS-COMMAND-LINE.
           ACCEPT  WS-COMMAND-LINE     FROM COMMAND-LINE.
           MOVE    WS-COMMAND-LINE(1:4)    TO  WS-ARG-FIRST-YEAR.
           IF  WS-ARG-FIRST-YEAR IS NUMERIC
               MOVE    WS-ARG-FIRST-YEAR   TO  WS-FIRST-YEAR
           ELSE
               COMPUTE WS-FIRST-YEAR = WS-TODAY-YEAR - 30
           END-IF.

      *-----------------------------------------------------------------
      * The summary is recreated empty - every record in it comes
      * from the history read below. The master is only for the
      * unit price; without it the summary is built in units alone.
      *-----------------------------------------------------------------
       200-CREATE-SUMMARY.
           OPEN    OUTPUT  PARTSUMM-FILE.
           IF  PARTSUMM-FILE-STAT = "00"
               CLOSE   PARTSUMM-FILE
               OPEN    I-O     PARTSUMM-FILE
           END-IF.
           IF  PARTSUMM-FILE-STAT NOT = "00"
               DISPLAY "PART SUMMARY REBUILD: CANNOT CREATE PARTSUMM, "
                       "STATUS " PARTSUMM-FILE-STAT
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   INVENT-FILE.
           IF  INVENT-FILE-STAT = "00"
               SET     INVENT-AVAILABLE    TO  TRUE
           ELSE
               DISPLAY "PART SUMMARY REBUILD: CANNOT OPEN INVENT6, "
                       "STATUS " INVENT-FILE-STAT " - UNITS ONLY"
           END-IF.

      *-----------------------------------------------------------------
       200-SUMMARIZE-ONE-HISTORY-FILE.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD     1       TO  CT-FILES-READ.
           MOVE    "N"     TO  HIST-EOF-SW.
           READ    HISTORY-FILE-IN
                   AT END  MOVE "Y" TO HIST-EOF-SW
           END-READ.
           PERFORM UNTIL HIST-EOF-SW = "Y"
                      OR ABEND-DETECTED
               ADD     1       TO  CT-HISTORY-READ
               PERFORM 300-ADD-TO-SUMMARY
               READ    HISTORY-FILE-IN
                       AT END  MOVE "Y" TO HIST-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   HISTORY-FILE-IN.

      *-----------------------------------------------------------------
      * Add one history record into its part, day and code, the way
      * BATCH-UPDATE posts it.
      *-----------------------------------------------------------------
       300-ADD-TO-SUMMARY.
           IF  HIST-DATE-IN < WS-EARLIEST-DATE
               MOVE    HIST-DATE-IN    TO  WS-EARLIEST-DATE
           END-IF.
           IF  HIST-DATE-IN > WS-LATEST-DATE
               MOVE    HIST-DATE-IN    TO  WS-LATEST-DATE
           END-IF.
           EVALUATE HIST-CODE-IN
               WHEN "T"  WHEN "C"  WHEN "G"  WHEN "H"  WHEN "M"
                   MOVE    ZEROS           TO  WS-PSM-UNIT-AMT
               WHEN OTHER
                   PERFORM 400-PRICE-THE-PART
           END-EVALUATE.
           COMPUTE WS-PSM-EXT = HIST-VALUE-IN * WS-PSM-UNIT-AMT.
           MOVE    HIST-PART-NUMBER-IN TO  PSM-PART-NUMBER.
           MOVE    HIST-DATE-IN        TO  PSM-DATE.
           MOVE    HIST-CODE-IN        TO  PSM-CODE.
           READ    PARTSUMM-FILE
               INVALID KEY
                   MOVE    SPACES      TO  PSM-TOTALS
                   MOVE    ZEROS       TO  PSM-UNITS-IN
                                           PSM-UNITS-OUT
                                           PSM-VALUE-IN
                                           PSM-VALUE-OUT
                                           PSM-MOVE-COUNT
           END-READ.
           EVALUATE HIST-CODE-IN
               WHEN "S"  WHEN "D"  WHEN "V"  WHEN "I"
               WHEN "Z"  WHEN "G"  WHEN "H"  WHEN "1"
                   ADD     HIST-VALUE-IN   TO  PSM-UNITS-OUT
                   ADD     WS-PSM-EXT      TO  PSM-VALUE-OUT
               WHEN "T"
                   ADD     HIST-VALUE-IN   TO  PSM-UNITS-IN
                                               PSM-UNITS-OUT
               WHEN OTHER
                   ADD     HIST-VALUE-IN   TO  PSM-UNITS-IN
                   ADD     WS-PSM-EXT      TO  PSM-VALUE-IN
           END-EVALUATE.
           ADD     1                   TO  PSM-MOVE-COUNT.
           IF  PARTSUMM-FILE-STAT = "00"
               REWRITE PART-SUMMARY-RECORD
           ELSE
               WRITE   PART-SUMMARY-RECORD
               ADD     1               TO  CT-SUMMARY-WRITTEN
           END-IF.
           IF  PARTSUMM-FILE-STAT NOT = "00"
               DISPLAY "PART SUMMARY REBUILD: WRITE FAILED ON "
                       PSM-KEY ", STATUS " PARTSUMM-FILE-STAT
               SET     ABEND-DETECTED  TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
      * A part no longer on the master has no price to value its
      * movements at - its units still count.
      *-----------------------------------------------------------------
       400-PRICE-THE-PART.
           IF  HIST-PART-NUMBER-IN NOT = WS-PRICED-PART
               MOVE    HIST-PART-NUMBER-IN TO  WS-PRICED-PART
               MOVE    "N"                 TO  WS-PRICED-FOUND-SW
               MOVE    ZEROS               TO  WS-PSM-UNIT-AMT
               IF  INVENT-AVAILABLE
                   MOVE    HIST-PART-NUMBER-IN TO  IN-PART-NUMBER
                   READ INVENT-FILE    KEY IS  IN-PART-NUMBER
                       NOT INVALID KEY
                           MOVE    "Y"         TO  WS-PRICED-FOUND-SW
                           MOVE    IN-UNIT-PRICE
                                               TO  WS-PSM-UNIT-AMT
                   END-READ
               END-IF
           END-IF.
           IF  WS-PRICED-FOUND-SW NOT = "Y"
               ADD     1       TO  CT-UNPRICED
           END-IF.

      *-----------------------------------------------------------------
      * The control record marks the summary built: the last history
      * date it holds is the date it is posted through.
      *-----------------------------------------------------------------
       200-WRITE-CONTROL-RECORD.
           MOVE    SPACES      TO  PART-SUMMARY-RECORD.
           MOVE    ZEROS       TO  PSM-PART-NUMBER
                                   PSM-DATE.
           MOVE    SPACE       TO  PSM-CODE.
           IF  WS-LATEST-DATE = ZEROS
               MOVE    ZEROS           TO  WS-EARLIEST-DATE
           END-IF.
           MOVE    WS-LATEST-DATE      TO  PSM-CTL-POSTED-THROUGH.
           MOVE    WS-TODAY            TO  PSM-CTL-REBUILT-ON.
           MOVE    WS-EARLIEST-DATE    TO  PSM-CTL-FIRST-DATE.
           WRITE   PART-SUMMARY-RECORD
               INVALID KEY
                   DISPLAY "PART SUMMARY REBUILD: CONTROL RECORD "
                           "WRITE FAILED, STATUS " PARTSUMM-FILE-STAT
                   SET     ABEND-DETECTED  TO  TRUE
           END-WRITE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-TRANHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANHIST.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTSUMM.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUMM" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUMM.

      * Used File
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *    - Open Backorder File: BACKORD.TXT
      *    - ABC Class Extract: ABCCLASS.TXT
      *    - Performance Snapshot: PERFSNAP.TXT (rewritten)
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

           SELECT  BACKORD-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BACKORD
                   ORGANIZATION IS LINE SEQUENTIAL
           05  HIST-VALUE-IN       PIC 9(07).
           05  FILLER              PIC X(36).

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".

      *    Same 29-byte layout as BACKORD-RECORD in BatchUpdate.cbl.
       FD  BACKORD-FILE-IN
           RECORD CONTAINS 29 CHARACTERS
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-BACKORD        PIC X(40).
           05  RC-FN-ABCCLASS       PIC X(40).
           05  RC-FN-PERFSNAP       PIC X(40).
           05  WS-PRIOR-TURNS      PIC 9(03)V99.
           05  WS-PRIOR-FOUND-SW   PIC X(01).

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
      * One pass over the retained history: "S" sales and "I" kit
      * issues inside the trailing year, valued at the part's current
      * unit cost, roll into both groupings as issues; the sale units
      * also feed the fill rate's shipped side. The daily summary,
      * once built, is read in place of the history.
      *-----------------------------------------------------------------
       200-ACCUMULATE-ISSUES.
           PERFORM 300-OPEN-PART-SUMMARY.
           IF  HISTORY-FROM-SUMMARY
               PERFORM 300-READ-PART-SUMMARY
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   PERFORM 300-CHECK-ONE-ISSUE
                   PERFORM 300-READ-PART-SUMMARY
               END-PERFORM
               CLOSE   PARTSUMM-FILE
           ELSE
               PERFORM 300-READ-HISTORY-FILE
           END-IF.
           DISPLAY "PERF REPORT: HISTORY FROM " HISTORY-SOURCE-O.

      *-----------------------------------------------------------------
       300-READ-HISTORY-FILE.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT NOT = "00"
               DISPLAY "PERF REPORT: NO TRANHIST.TXT, STATUS "
                   AT END  MOVE "Y" TO HIST-EOF-SW
           END-READ.
           PERFORM UNTIL HIST-EOF-SW = "Y"
               PERFORM 300-CHECK-ONE-ISSUE
               READ    HISTORY-FILE-IN
                       AT END  MOVE "Y" TO HIST-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   HISTORY-FILE-IN.

      *-----------------------------------------------------------------
       300-CHECK-ONE-ISSUE.
           IF  HIST-CODE-IN = "S" OR HIST-CODE-IN = "I"
               COMPUTE WS-HIST-INT =
                       FUNCTION INTEGER-OF-DATE(HIST-DATE-IN)
               IF  WS-HIST-INT >= WS-CUTOFF-INT
                   PERFORM 300-ROLL-UP-ONE-ISSUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       300-ROLL-UP-ONE-ISSUE.
           SET     PD-IDX  TO  1.
           MOVE    WS-TODAY        TO  TITLE-DATE-O.
           WRITE   PERF-OUT        FROM    PERF-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   PERF-OUT        FROM    HISTORY-SOURCE-LINE
                   AFTER ADVANCING 1   LINES.
           MOVE    "BY ABC CLASS"  TO  SECTION-NAME-O.
           WRITE   PERF-OUT        FROM    SECTION-LINE
                   AFTER ADVANCING 2   LINES.
               END-SEARCH
           END-IF.

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
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANHIST.
           MOVE    SPACES      TO  RC-FN-PARTSUMM.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUMM" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUMM.
           MOVE    SPACES      TO  RC-FN-BACKORD.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BACKORD.TXT" DELIMITED BY SIZE

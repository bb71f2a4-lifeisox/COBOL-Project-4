      * Used File
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *    - Dead Stock Report File: DEADSTCK.TXT
      *
      ******************************************************************
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

           SELECT  DEADSTOCK-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-DEADSTCK
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  HIST-VALUE-IN       PIC 9(07).
           05  FILLER              PIC X(36).

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".

       FD  DEADSTOCK-REPORT-OUT
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS DEADSTOCK-OUT.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-DEADSTCK       PIC X(40).

      *    This record is for printing the title of the dead stock
           05  LS-RECEIPT-COST     PIC 9(04)V99.
           05  LS-NEW-UNIT-COST    PIC 9(04)V99.

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
      *    ACTIVE-PARTS-TABLE empty rather than treat it as a failure,
      *    so every part is correctly reported as dead stock.
       300-BUILD-ACTIVE-PARTS-TABLE.
           PERFORM 400-OPEN-PART-SUMMARY.
           IF  HISTORY-FROM-SUMMARY
               PERFORM 400-READ-PART-SUMMARY
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   PERFORM 400-CHECK-RECENT-MOVEMENT
                   PERFORM 400-READ-PART-SUMMARY
               END-PERFORM
               CLOSE   PARTSUMM-FILE
           ELSE
               PERFORM 400-READ-HISTORY-FILE
           END-IF.
           DISPLAY "DEAD STOCK REPORT: HISTORY FROM "
                   HISTORY-SOURCE-O.
           IF  AP-ENTRY-COUNT > ZEROS
               SORT    AP-ENTRY    ASCENDING KEY AP-PART-NUMBER
           END-IF.

      *-----------------------------------------------------------------
       400-READ-HISTORY-FILE.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT = "00"
               READ    HISTORY-FILE-IN
                       AT END  MOVE "Y" TO HIST-EOF-SW
               END-READ
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   PERFORM 400-CHECK-RECENT-MOVEMENT
                   READ    HISTORY-FILE-IN
                           AT END  MOVE "Y" TO HIST-EOF-SW
               END-PERFORM
                       "STATUS " HISTORY-FILE-STAT
                       " - TREATING ALL PARTS AS NO MOVEMENT"
           END-IF.

      *-----------------------------------------------------------------
      * Only genuine demand-side movement counts: an inter-location
      * transfer ("T") just shuffles the same stock around and must
      * not hide a dead part.
      *-----------------------------------------------------------------
       400-CHECK-RECENT-MOVEMENT.
           COMPUTE WS-HIST-INT =
                   FUNCTION INTEGER-OF-DATE(HIST-DATE-IN).
           IF  WS-HIST-INT >= WS-CUTOFF-INT
                   AND (HIST-CODE-IN = "R" OR "S" OR "A")
               PERFORM 400-ADD-ACTIVE-PART
           END-IF.

      *-----------------------------------------------------------------
           MOVE    WS-WINDOW-DAYS  TO  WINDOW-DAYS-O.
           WRITE   DEADSTOCK-OUT   FROM    DEADSTOCK-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   DEADSTOCK-OUT   FROM    HISTORY-SOURCE-LINE
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-HEADER.
           CLOSE   INVENT-FILE-IN
                   DEADSTOCK-REPORT-OUT.

      *-----------------------------------------------------------------
      * Read the daily part-activity summary in place of TRANHIST
      * once it has been built - its control record is the sign.
      *-----------------------------------------------------------------
       400-OPEN-PART-SUMMARY.
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
       400-READ-PART-SUMMARY.
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
           MOVE    SPACES      TO  RC-FN-DEADSTCK.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "DEADSTCK.TXT" DELIMITED BY SIZE

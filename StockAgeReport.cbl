      *
      * Used File
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Stock Aging Report File: AGERPT.TXT
      *
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

           SELECT  INVENT-FILE-IN
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
           05  HIST-VALUE-IN       PIC 9(07).
           05  FILLER              PIC X(36).

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".

       FD  INVENT-FILE-IN
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-AGERPT         PIC X(40).

           05  WS-UNLAYERED-QTY    PIC S9(09).
           05  WS-CONSUME-QTY      PIC 9(07).

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
      * each part's total issues. Transfers move nothing at part
      * level and are ignored. A missing history file just means no
      * layers - all on-hand stock then ages into the oldest bucket.
      * The daily summary, once built, gives the same layers a day at
      * a time, each part's in date order.
      *-----------------------------------------------------------------
       200-BUILD-LAYER-TABLES.
           PERFORM 300-OPEN-PART-SUMMARY.
           IF  HISTORY-FROM-SUMMARY
               PERFORM 300-READ-PART-SUMMARY
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   PERFORM 300-SORT-ONE-MOVEMENT
                   PERFORM 300-READ-PART-SUMMARY
               END-PERFORM
               CLOSE   PARTSUMM-FILE
           ELSE
               PERFORM 300-READ-HISTORY-FILE
           END-IF.
           DISPLAY "STOCK AGING: HISTORY FROM " HISTORY-SOURCE-O.

      *-----------------------------------------------------------------
       300-READ-HISTORY-FILE.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT = "00"
               READ    HISTORY-FILE-IN
                       AT END  MOVE "Y" TO HIST-EOF-SW
               END-READ
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   PERFORM 300-SORT-ONE-MOVEMENT
                   READ    HISTORY-FILE-IN
                           AT END  MOVE "Y" TO HIST-EOF-SW
                   END-READ
                       " - ALL STOCK AGES AS OVER 180 DAYS"
           END-IF.

      *-----------------------------------------------------------------
       300-SORT-ONE-MOVEMENT.
           EVALUATE TRUE
               WHEN HIST-CODE-IN = "R" OR "A" OR "U" OR "C"
                       OR "B" OR "O" OR "2"
                   PERFORM 300-ADD-RECEIPT-LAYER
               WHEN HIST-CODE-IN = "S" OR "V" OR "D" OR "I"
                       OR "Z" OR "1"
                   PERFORM 300-ADD-ISSUE-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       300-ADD-RECEIPT-LAYER.
           ADD     1                   TO  LY-COUNT.
           MOVE    WS-TODAY        TO  TITLE-DATE-O.
           WRITE   AGING-OUT       FROM    AGING-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   AGING-OUT       FROM    HISTORY-SOURCE-LINE
                   AFTER ADVANCING 1   LINES.
           WRITE   AGING-OUT       FROM    AGING-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  AGING-OUT.
           DISPLAY "STOCK AGING COMPLETED - " CT-PARTS-AGED
                   " PART(S) AGED".

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
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE

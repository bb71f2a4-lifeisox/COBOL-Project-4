      *    - Online Update Journal (Line Sequential): UPDJRNL.TXT
      *    - Retained Batch Transaction History (Line Sequential):
      *      TRANHIST.TXT
      *    - Daily Part-Activity Summary (Indexed): PARTSUMM
      *    - Reconciliation Exception Report: RECONCIL.TXT
      *
      ******************************************************************
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-FILE-STATUS.

      *    The daily part-activity summary, read in place of the
      *    history once PART-SUMMARY-REBUILD has built it.
           SELECT  PARTSUMM-FILE
                   ASSIGN DYNAMIC RC-FN-PARTSUMM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PSM-KEY
                   FILE STATUS IS PARTSUMM-FILE-STATUS.

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
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-UPDJRNL        PIC X(40).
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-RECONCIL       PIC X(40).

           05  WS-CURRENT-TOTAL-QTY PIC 9(11) VALUE ZEROS.
           05  WS-CURRENT-TOTAL-VALUE PIC 9(13)V99 VALUE ZEROS.

      *    Where the movement history is read from: the daily part-
      *    activity summary once it has been built, else TRANHIST.
       01  HISTORY-SOURCE-CONTROL.
           05  PARTSUMM-FILE-STATUS    PIC X(02).
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
      * same JOURNAL-NET-TABLE the online-update journal feeds. A
      * missing history file simply means BATCH-UPDATE has not run
      * since this history file was introduced, or posted nothing
      * today - not an abend. The daily summary, once built, is read
      * in place of the history.
      *-----------------------------------------------------------------
       200-BUILD-BATCH-NET-TABLE.
           IF  ABEND-DETECTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-OPEN-PART-SUMMARY.
           IF  HISTORY-FROM-SUMMARY
               PERFORM 300-READ-PART-SUMMARY
               PERFORM UNTIL HIST-EOF-SW = "Y"
                   IF  HIST-DATE-IN = WS-TODAY
                       PERFORM 300-ACCUMULATE-BATCH-ENTRY
                   END-IF
                   PERFORM 300-READ-PART-SUMMARY
               END-PERFORM
               CLOSE   PARTSUMM-FILE
           ELSE
               PERFORM 300-READ-HISTORY-FILE
           END-IF.
           DISPLAY "MASTER RECONCILE: HISTORY FROM " HISTORY-SOURCE-O.

      *-----------------------------------------------------------------
       300-READ-HISTORY-FILE.
           IF  NOT ABEND-DETECTED
               OPEN    INPUT   HISTORY-FILE-IN
               IF  HISTORY-FILE-STATUS = "00"
      *    touching on-hand, so they net to nothing here too.
           EVALUATE TRUE
               WHEN    HIST-CODE-IN = "R" OR "U" OR "Q" OR "B"
                                    OR "O" OR "2"
                   MOVE    HIST-VALUE-IN       TO  WS-ACCUM-DIFF
               WHEN    HIST-CODE-IN = "S" OR "D" OR "V" OR "I"
                                    OR "Z" OR "1"
                   COMPUTE WS-ACCUM-DIFF = 0 - HIST-VALUE-IN
               WHEN    OTHER
                   MOVE    ZEROS               TO  WS-ACCUM-DIFF
           MOVE    WS-PRIOR-MASTER-NAME   TO  RPT-PRIOR-NAME-O.
           WRITE   RECONCILE-OUT   FROM    RECONCILE-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   RECONCILE-OUT   FROM    HISTORY-SOURCE-LINE
                   AFTER ADVANCING 1   LINES.
           WRITE   RECONCILE-OUT   FROM    RECONCILE-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  RECONCILE-OUT.
                       WS-CURRENT-TOTAL-VALUE
           END-IF.

      *-----------------------------------------------------------------
      * Read the daily part-activity summary in place of TRANHIST
      * once it has been built - its control record is the sign.
      *-----------------------------------------------------------------
       300-OPEN-PART-SUMMARY.
           MOVE    "TRANHIST.TXT"  TO  HISTORY-SOURCE-O.
           MOVE    "N"             TO  HIST-EOF-SW.
           OPEN    INPUT   PARTSUMM-FILE.
           IF  PARTSUMM-FILE-STATUS NOT = "00"
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

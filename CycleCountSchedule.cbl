      * parts due for a stock count - class A monthly, class B
      * quarterly, class C yearly, measured from each part's last
      * counted date - and prints count worksheets grouped by
      * location, one line per location the part is stocked at, for
      * the counters to fill in.
      *
      * The ABC class comes from the extract INVENTORY-REPORT writes
      * each night; the last-counted dates are maintained by
      *
      * Used File
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - ABC Class Extract: ABCCLASS.TXT
      *    - Cycle Count Schedule: CYCCOUNT.TXT
      *    - Count Worksheet File: COUNTWS.TXT
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

           SELECT  ABCCLASS-FILE-IN
                   ASSIGN DYNAMIC RC-FN-ABCCLASS
                   ORGANIZATION IS LINE SEQUENTIAL
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

      *    Same layout as ABCCLASS-RECORD-OUT in InventReport.cbl.
       FD  ABCCLASS-FILE-IN
           RECORD CONTAINS 06 CHARACTERS
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-ABCCLASS       PIC X(40).
           05  RC-FN-CYCCOUNT       PIC X(40).
           05  RC-FN-COUNTWS        PIC X(40).
      *    the warehouse in order.
       01  WORKSHEET-LINE-TABLE.
           05  WL-COUNT            PIC 9(04) VALUE ZEROS.
           05  WL-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON WL-COUNT
                                   ASCENDING KEY IS WL-LOCATION
                                                    WL-PART-NUMBER
           05  EOF-SW              PIC X(01) VALUE "N".
           05  ABC-EOF-SW          PIC X(01) VALUE "N".
           05  CYC-EOF-SW          PIC X(01) VALUE "N".
           05  PARTLOC-EOF-SW      PIC X(01).
           05  WS-COUNT-LOCATION   PIC X(02).
           05  WS-WL-FULL-SW       PIC X(01) VALUE "N".
               88  WL-TABLE-FULL             VALUE "Y".
           05  WS-PARTLOC-SW       PIC X(01) VALUE "N".
               88  PARTLOC-AVAILABLE         VALUE "Y".
           05  CT-PARTS-DUE        PIC 9(05) VALUE ZEROS.
           05  WS-PREV-GROUP-LOC   PIC X(02).
           05  WS-SLOT-FOUND-SW    PIC X(01).

       01  FILE-STATUS-FIELDS.
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  ABCCLASS-FILE-STAT  PIC X(02).
           05  CYCCOUNT-FILE-STAT  PIC X(02).

      *-----------------------------------------------------------------
      * Walk the master once, and for every part whose class interval
      * has elapsed since its last count, add one worksheet line per
      * location on PARTLOC. Without PARTLOC every due part is listed
      * against location "01" alone.
      *-----------------------------------------------------------------
       200-SELECT-DUE-PARTS.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
           ELSE
               DISPLAY "CYCLE COUNT SCHEDULE: CANNOT OPEN PARTLOC, "
                       "STATUS " PARTLOC-FILE-STAT
                       " - LISTING PARTS AT LOCATION 01"
           END-IF.
           OPEN    INPUT   INVENT-FILE-IN.
           IF  INVENT-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               END-PERFORM
           END-IF.
           CLOSE   INVENT-FILE-IN.
           IF  PARTLOC-AVAILABLE
               CLOSE   PARTLOC-FILE
           END-IF.

      *-----------------------------------------------------------------
       300-CHECK-ONE-PART.
           END-IF.

      *-----------------------------------------------------------------
      * One worksheet line per PARTLOC record for the part; a part
      * with no location record still gets one line against location
      * "01" so its zero stock is confirmed by a counter.
      *-----------------------------------------------------------------
       300-ADD-WORKSHEET-LINES.
           MOVE    "N"         TO  WS-SLOT-FOUND-SW.
           MOVE    "Y"         TO  PARTLOC-EOF-SW.
           IF  PARTLOC-AVAILABLE
               MOVE    PART-NUMBER-IN  TO  PLB-PART-NUMBER
               MOVE    LOW-VALUES      TO  PLB-LOCATION
               START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
                   NOT INVALID KEY
                       MOVE    "N"     TO  PARTLOC-EOF-SW
               END-START
           END-IF.
           PERFORM UNTIL PARTLOC-EOF-SW = "Y"
               READ    PARTLOC-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  PARTLOC-EOF-SW
                   NOT AT END
                       IF  PLB-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE    "Y"     TO  PARTLOC-EOF-SW
                       ELSE
                           MOVE    "Y"     TO  WS-SLOT-FOUND-SW
                           MOVE    PLB-LOCATION    TO
                                   WS-COUNT-LOCATION
                           PERFORM 400-ADD-ONE-WORKSHEET-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF  NOT SLOT-FOUND
               MOVE    "01"    TO  WS-COUNT-LOCATION
               PERFORM 400-ADD-ONE-WORKSHEET-LINE
           END-IF.

      *-----------------------------------------------------------------
       400-ADD-ONE-WORKSHEET-LINE.
           IF  WL-COUNT NOT < 9999
               IF  NOT WL-TABLE-FULL
                   SET     WL-TABLE-FULL   TO  TRUE
                   DISPLAY "CYCLE COUNT SCHEDULE: WORKSHEET TABLE "
                           "FULL - LATER LINES NOT PRINTED"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD     1                   TO  WL-COUNT.
           SET     WL-IDX              TO  WL-COUNT.
           MOVE    WS-COUNT-LOCATION   TO  WL-LOCATION(WL-IDX).
           MOVE    PART-NUMBER-IN      TO  WL-PART-NUMBER(WL-IDX).
           MOVE    PART-NAME-IN        TO  WL-PART-NAME(WL-IDX).
           MOVE    WS-PART-CLASS       TO  WL-CLASS(WL-IDX).
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-ABCCLASS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ABCCLASS.TXT" DELIMITED BY SIZE

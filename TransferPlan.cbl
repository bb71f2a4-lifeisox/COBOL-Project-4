      ******************************************************************
      * This program is the nightly inter-location planning step: for
      * every part/location with a minimum on the LOCMINMX file it
      * compares the location's on-hand balance on PARTLOC against that
      * minimum, and where the location has fallen below it looks for
      * a donor location on the same part holding stock above its own
      * minimum. Each shortfall it can cover becomes a suggested "T"
      * Used File
      *    - Location Min/Max File (Indexed Sequential): LOCMINMX
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - Suggested Transfer Review File: XFERSUGG.TXT (rewritten)
      *    - Transfer Plan Report: XFERPLAN.TXT
      *
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

           SELECT  XFERSUGG-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-XFERSUGG
                   ORGANIZATION IS LINE SEQUENTIAL
           05  IN-UNIT-PRICE       PIC 9(04)V99.
           05  IN-REORDER-POINT    PIC 9(03).
           05  IN-SUPPLIER-ID      PIC X(02).
           05  FILLER              PIC X(27).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

      *    Same 100-byte layout as TRANS-RECORD-IN in BatchUpdate.cbl:
      *    one suggested "T" transfer per record, waiting for the
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-LOCMINMX       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-XFERSUGG       PIC X(40).
           05  RC-FN-XFERPLAN       PIC X(40).

       01  FILE-STATUS-FIELDS.
           05  LOCMINMX-FILE-STAT  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  XFERSUGG-FILE-STAT  PIC X(02).

      *    A missing min/max file or master leaves nothing to plan -

       01  PLAN-WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-LOC-SUB          PIC 9(03).
           05  WS-DONOR-SUB        PIC 9(03).
           05  WS-NEEDY-QTY        PIC 9(07).
           05  WS-TARGET-QTY       PIC 9(07).
           05  WS-NEED-QTY         PIC S9(08).
           05  WS-DONOR-MIN        PIC 9(07).
           05  WS-DONOR-EXCESS     PIC S9(08).
           05  WS-MOVE-QTY         PIC 9(07).
           05  PARTLOC-EOF-SW      PIC X(01).

      *    The part's location balances off PARTLOC, in location
      *    order, for the level being planned.
       01  PART-LOCATION-TABLE.
           05  PLT-COUNT           PIC 9(03) VALUE ZEROS.
           05  LOCATION-TABLE      OCCURS 0 TO 99 TIMES
                                   DEPENDING ON PLT-COUNT.
               10  LOC-CODE            PIC X(02).
               10  LOC-QUANTITY        PIC 9(07).

      ******************************************************************
       PROCEDURE                   DIVISION.
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT NOT = "00"
               DISPLAY "TRANSFER PLAN: CANNOT OPEN PARTLOC, STATUS "
                       PARTLOC-FILE-STAT
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN    OUTPUT  XFERSUGG-FILE-OUT
                   OUTPUT  PLAN-REPORT-OUT.
           MOVE    WS-TODAY        TO  TITLE-DATE-O.
           WRITE   PLAN-OUT.

      *-----------------------------------------------------------------
      * One min/max level: read the part and its location balances,
      * find the level's location, and if it sits below its minimum
      * look for a donor location with stock above its own floor.
      *-----------------------------------------------------------------
       200-PLAN-ONE-LEVEL.
           IF  MMT-MIN-QTY(MM-IDX) = ZEROS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 300-LOAD-PART-LOCATIONS.
           PERFORM 300-FIND-LEVEL-SLOT.
           IF  WS-LOC-SUB = ZEROS
               MOVE    ZEROS   TO  WS-NEEDY-QTY
           END-IF.
           PERFORM 300-WRITE-SUGGESTED-TRANSFER.

      *-----------------------------------------------------------------
       300-LOAD-PART-LOCATIONS.
           MOVE    ZEROS           TO  PLT-COUNT.
           MOVE    IN-PART-NUMBER  TO  PLB-PART-NUMBER.
           MOVE    LOW-VALUES      TO  PLB-LOCATION.
           START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
               INVALID KEY
                   MOVE    "Y"     TO  PARTLOC-EOF-SW
               NOT INVALID KEY
                   MOVE    "N"     TO  PARTLOC-EOF-SW
           END-START.
           PERFORM UNTIL PARTLOC-EOF-SW = "Y"
               READ    PARTLOC-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  PARTLOC-EOF-SW
                   NOT AT END
                       IF  PLB-PART-NUMBER NOT = IN-PART-NUMBER
                               OR PLT-COUNT NOT < 99
                           MOVE    "Y"     TO  PARTLOC-EOF-SW
                       ELSE
                           ADD     1           TO  PLT-COUNT
                           MOVE    PLB-LOCATION    TO
                                   LOC-CODE(PLT-COUNT)
                           MOVE    PLB-QUANTITY    TO
                                   LOC-QUANTITY(PLT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
       300-FIND-LEVEL-SLOT.
           MOVE    ZEROS   TO  WS-LOC-SUB.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > PLT-COUNT
               IF  LOC-CODE(WS-LOC-SUB) = MMT-LOCATION(MM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF  WS-LOC-SUB > PLT-COUNT
               MOVE    ZEROS   TO  WS-LOC-SUB
           END-IF.

      *-----------------------------------------------------------------
      * The donor: another of the part's locations holding stock
      * above its own minimum. The excess over that floor is what it
      * can give, up to what the needy location wants.
      *-----------------------------------------------------------------
           MOVE    ZEROS   TO  WS-DONOR-SUB
                               WS-MOVE-QTY.
           PERFORM VARYING WS-DONOR-SUB FROM 1 BY 1
                   UNTIL WS-DONOR-SUB > PLT-COUNT
               IF  LOC-CODE(WS-DONOR-SUB) NOT = SPACES
                       AND LOC-CODE(WS-DONOR-SUB) NOT =
                           MMT-LOCATION(MM-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF  WS-DONOR-SUB > PLT-COUNT
               MOVE    ZEROS   TO  WS-DONOR-SUB
           END-IF.

           WRITE   PLAN-OUT        FROM    PLAN-FOOTER
                   AFTER ADVANCING 2   LINES.
           CLOSE   INVENT-FILE
                   PARTLOC-FILE
                   XFERSUGG-FILE-OUT
                   PLAN-REPORT-OUT.
           DISPLAY "TRANSFER PLAN COMPLETED - " CT-SUGGESTED
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-XFERSUGG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "XFERSUGG.TXT" DELIMITED BY SIZE

      ******************************************************************
      * This program is the freeze step of the year-end wall-to-wall
      * physical inventory: at the cutoff it snapshots every
      * part/location on-hand quantity from PARTLOC into the freeze
      * file, assigning each part/location a numbered count tag, and
      * prints the tag sheets the counters take to the floor - in
      * the style of CYCLE-COUNT-SCHEDULE's worksheets, but numbered
      *
      * Used File
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - Physical Freeze File: PHYSFRZ.TXT (rewritten)
      *    - Numbered Count Tags: PHYSTAGS.TXT
      *
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

           SELECT  PHYSFRZ-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-PHYSFRZ
                   ORGANIZATION IS LINE SEQUENTIAL
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

      *    One record per numbered tag: the part/location it covers
      *    and the book quantity frozen at the cutoff.
       FD  PHYSFRZ-FILE-OUT
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-PHYSFRZ        PIC X(40).
           05  RC-FN-PHYSTAGS       PIC X(40).


       01  SWITCHES-AND-COUNTERS.
           05  INVENT-EOF-SW       PIC X(01) VALUE "N".
           05  PARTLOC-EOF-SW      PIC X(01).
           05  WS-TAG-NUMBER       PIC 9(06) VALUE ZEROS.
           05  WS-TAG-ISSUED-SW    PIC X(01).
               88  PART-HAS-A-TAG            VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  PHYSFRZ-FILE-STAT   PIC X(02).

      *    A missing master or location balance file leaves nothing
      *    to freeze - flagged so the run ends with a non-zero
      *    RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".
               MOVE    16      TO  RETURN-CODE
               GOBACK
           END-IF.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT NOT = "00"
               DISPLAY "PHYSICAL FREEZE: CANNOT OPEN PARTLOC, "
                       "STATUS " PARTLOC-FILE-STAT
               CLOSE   INVENT-FILE-IN
               MOVE    16      TO  RETURN-CODE
               GOBACK
           END-IF.
           OPEN    OUTPUT  PHYSFRZ-FILE-OUT
                   OUTPUT  PHYSTAGS-FILE-OUT.
           PERFORM 200-PRINT-TAG-TITLES.
           END-PERFORM.
           PERFORM 200-PRINT-TAG-FOOTER.
           CLOSE   INVENT-FILE-IN
                   PARTLOC-FILE
                   PHYSFRZ-FILE-OUT
                   PHYSTAGS-FILE-OUT.
           DISPLAY "PHYSICAL FREEZE COMPLETED - " WS-TAG-NUMBER
           GOBACK.

      ******************************************************************
      * One tag per PARTLOC record for the part; a part with no
      * location record still gets one tag at the default location
      * with a zero book quantity, so a count that finds stock the
      * book says is gone has a tag to go on.
      *-----------------------------------------------------------------
       200-FREEZE-ONE-PART.
           MOVE    "N"     TO  WS-TAG-ISSUED-SW.
           MOVE    PART-NUMBER-IN  TO  PLB-PART-NUMBER.
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
                       IF  PLB-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE    "Y"     TO  PARTLOC-EOF-SW
                       ELSE
                           MOVE    PLB-LOCATION    TO  WS-TAG-LOCATION
                           MOVE    PLB-QUANTITY    TO  WS-TAG-BOOK-QTY
                           PERFORM 300-ISSUE-ONE-TAG
                       END-IF
               END-READ
           END-PERFORM.
           IF  NOT PART-HAS-A-TAG
               MOVE    "01"    TO  WS-TAG-LOCATION
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-PHYSFRZ.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PHYSFRZ.TXT" DELIMITED BY SIZE

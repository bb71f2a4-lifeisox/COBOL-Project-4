      * master copies it over INVENT5.TXT and runs CONVERT-FILE.
      *
      * The journals carry part-level quantities only, so the rebuild
      * is exact at part level. The location balances live on PARTLOC
      * and are not rebuilt: the rebuilt record's old location-slot
      * area is written blank, and after a recovery INTEGRITY-AUDIT
      * lists the parts whose PARTLOC balances need a count.
      *
      * Used File
      *    - Rebuild Request: REBUILDRQ.TXT (backup date, target date)
           05  BK-UNIT-PRICE       PIC 9(04)V99.
           05  BK-REORDER-POINT    PIC 9(03).
           05  BK-SUPPLIER-ID      PIC X(02).
           05  FILLER              PIC X(27).

      *    Same layout as HISTORY-RECORD-OUT in BatchUpdate.cbl.
       FD  HISTORY-FILE-IN
           05  RB-UNIT-PRICE       PIC 9(04)V99.
           05  RB-REORDER-POINT    PIC 9(03).
           05  RB-SUPPLIER-ID      PIC X(02).
           05  FILLER              PIC X(27).

       FD  REBUILD-REPORT-OUT
           RECORD CONTAINS 75 CHARACTERS
                   15  RBT-UNIT-PRICE      PIC 9(04)V99.
                   15  RBT-REORDER-POINT   PIC 9(03).
                   15  RBT-SUPPLIER-ID     PIC X(02).
                   15  RBT-LOCATION-AREA   PIC X(27).

       01  SWITCHES-AND-COUNTERS.
           05  REBUILDRQ-FILE-STAT PIC X(02).
           05  WS-REPLAY-PART      PIC 9(05).
           05  WS-REPLAY-CHANGE    PIC S9(08).
           05  WS-NEW-QTY          PIC S9(09).

      ******************************************************************
       PROCEDURE                   DIVISION.
           EVALUATE TRUE
               WHEN    HIST-CODE-IN = "R" OR HIST-CODE-IN = "A"
                    OR HIST-CODE-IN = "Q" OR HIST-CODE-IN = "U"
                    OR HIST-CODE-IN = "B" OR HIST-CODE-IN = "O"
                    OR HIST-CODE-IN = "2"
                   MOVE    HIST-VALUE-IN   TO  WS-REPLAY-CHANGE
               WHEN    HIST-CODE-IN = "S" OR HIST-CODE-IN = "V"
                    OR HIST-CODE-IN = "D" OR HIST-CODE-IN = "I"
                    OR HIST-CODE-IN = "Z" OR HIST-CODE-IN = "1"
                   COMPUTE WS-REPLAY-CHANGE = 0 - HIST-VALUE-IN
               WHEN    OTHER
                   MOVE    ZEROS           TO  WS-REPLAY-CHANGE
                               RBT-UNIT-PRICE(RB-IDX)
                       MOVE    ZEROS               TO
                               RBT-REORDER-POINT(RB-IDX)
                       ADD     1                   TO  CT-MOVES-ORPHANED
                   WHEN    RBT-PART-NUMBER(RB-IDX) = WS-REPLAY-PART
                       CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
      * Write the rebuilt master. A backup taken before the location
      * balances moved to PARTLOC still carries the old slots; they
      * are blanked so none of them comes back onto the master.
      *-----------------------------------------------------------------
       200-WRITE-REBUILT-MASTER.
           OPEN    OUTPUT  REBUILT-FILE-OUT.

      *-----------------------------------------------------------------
       300-WRITE-ONE-REBUILT-PART.
           MOVE    SPACES  TO  RBT-LOCATION-AREA(RB-IDX).
           MOVE    RBT-RECORD(RB-IDX)(1:70)    TO  REBUILT-RECORD-OUT.
           WRITE   REBUILT-RECORD-OUT.
           ADD     1       TO  CT-PARTS-REBUILT.

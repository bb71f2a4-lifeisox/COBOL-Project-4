      ******************************************************************
      * Daily part-activity summary record - the PARTSUMM indexed
      * file, keyed part number + date + movement code. One record
      * per part, day and TRANHIST movement code, holding the day's
      * units and value on and off for that code and the number of
      * history records it summarizes. BATCH-UPDATE adds to it as it
      * writes TRANHIST; PART-SUMMARY-REBUILD recreates it from
      * TRANHIST.TXT and the yearly TRANHIST-<year>.TXT archives.
      *
      * Codes that put stock on (R A U C Q B O M 2) carry the IN
      * columns, codes that take it off (S D V I Z G H 1) the OUT
      * columns; a transfer (T) moves between locations of the one
      * part and carries the same units in both.
      *
      * The record keyed part 00000, date 00000000, code space is the
      * control record: it exists only once the summary has been
      * built, and reports read the summary only when it is there.
      ******************************************************************
       01  PART-SUMMARY-RECORD.
           05  PSM-KEY.
               10  PSM-PART-NUMBER     PIC 9(05).
               10  PSM-DATE            PIC 9(08).
               10  PSM-CODE            PIC X(01).
           05  PSM-TOTALS.
               10  PSM-UNITS-IN        PIC 9(09).
               10  PSM-UNITS-OUT       PIC 9(09).
               10  PSM-VALUE-IN        PIC 9(11)V99.
               10  PSM-VALUE-OUT       PIC 9(11)V99.
               10  PSM-MOVE-COUNT      PIC 9(07).
               10  FILLER              PIC X(15).
      *    The control record's view of the same bytes: the last run
      *    date posted, when the summary was last rebuilt, and the
      *    earliest history date it holds.
           05  PSM-CONTROL         REDEFINES PSM-TOTALS.
               10  PSM-CTL-POSTED-THROUGH
                                       PIC 9(08).
               10  PSM-CTL-REBUILT-ON  PIC 9(08).
               10  PSM-CTL-FIRST-DATE  PIC 9(08).
               10  FILLER              PIC X(42).

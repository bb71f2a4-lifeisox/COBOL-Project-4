      * against the dated receipt records in the retained transaction
      * history, then averaged per supplier and compared with the lead
      * time the supplier master claims, so purchasing picks suppliers
      * from numbers instead of memory. Each PO's receipt is also
      * held against its expected date as last revised through
      * PO-MAINTENANCE - how many arrived on time and how late they
      * ran on average - and, beside it, against the date first
      * promised before any revision, off the PO change history.
      *
      * Used File
      *    - Open Purchase Order File: OPENPO.TXT
      *    - PO Change History: POCHG.TXT
      *    - Retained Transaction History: TRANHIST.TXT
      *    - Supplier File (Indexed Sequential): SUPPLIER
      *    - Supplier Performance Report File: SUPPPERF.TXT
                   RECORD KEY IS SP-SUPPLIER-ID
                   FILE STATUS IS SUPPLIER-FILE-STAT.

           SELECT  POCHG-FILE-IN
                   ASSIGN DYNAMIC RC-FN-POCHG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS POCHG-FILE-STAT.

           SELECT  SUPPPERF-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-SUPPPERF
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  FILLER              PIC X(36).

       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SP-SUPPLIER-ID      PIC X(02).
           05  SP-PHONE            PIC X(12).
           05  SP-TERMS            PIC X(10).
           05  SP-CURRENCY         PIC X(03).
           05  SP-VMI-FLAG         PIC X(01).
           05  FILLER              PIC X(14).

      *    Same layout as POCHG-RECORD-OUT in PoMaintenance.cbl.
       FD  POCHG-FILE-IN
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS POCHG-RECORD-IN.
       01  POCHG-RECORD-IN.
           05  PC-PO-NUMBER        PIC 9(06).
           05  PC-CHANGE-DATE      PIC 9(08).
           05  PC-CHANGE-TIME      PIC 9(06).
           05  PC-OPERATOR-ID      PIC X(08).
           05  PC-CHANGE-TYPE      PIC X(01).
           05  PC-OLD-EXPECTED-DATE PIC 9(08).
           05  PC-NEW-EXPECTED-DATE PIC 9(08).
           05  PC-OLD-ORDERED-QTY  PIC 9(07).
           05  PC-NEW-ORDERED-QTY  PIC 9(07).
           05  PC-OLD-STATUS       PIC X(01).
           05  PC-NEW-STATUS       PIC X(01).
           05  PC-REASON           PIC X(30).
           05  FILLER              PIC X(09).

       FD  SUPPPERF-REPORT-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SUPPPERF-OUT.
       01  SUPPPERF-OUT                PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-SUPPPERF       PIC X(40).
           05  RC-FN-POCHG          PIC X(40).

      *    This record is for printing the title of the supplier
      *    performance report.
           05  FILLER              PIC X(10) VALUE "POS MEAS".
           05  FILLER              PIC X(11) VALUE "AVG ACTUAL".
           05  FILLER              PIC X(10) VALUE "AVG +/-".
           05  FILLER              PIC X(09) VALUE "ON TIME".
           05  FILLER              PIC X(10) VALUE "AVG LATE".
           05  FILLER              PIC X(09) VALUE "ORIG LATE".

      *    This record is for printing one supplier's measured
      *    performance line.
           05  SPF-AVG-ACTUAL-O    PIC ZZZ9.9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  SPF-AVG-DIFF-O      PIC ----9.9.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  SPF-ON-TIME-O       PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SPF-AVG-LATE-O      PIC ----9.9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  SPF-ORIG-LATE-O     PIC ----9.9.

      *    This record is for printing the footer of the supplier
      *    performance report.
           05  MP-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON MP-COUNT
                                   INDEXED BY MP-IDX.
               10  MP-PO-NUMBER        PIC 9(06).
               10  MP-PART-NUMBER      PIC 9(05).
               10  MP-SUPPLIER-ID      PIC X(02).
               10  MP-ORDER-DATE       PIC 9(08).
      *            Expected date as revised, and as first promised.
               10  MP-EXPECTED-DATE    PIC 9(08).
               10  MP-ORIGINAL-DATE    PIC 9(08).
               10  MP-MEASURED-SW      PIC X(01).
                   88  MP-MEASURED             VALUE "Y".
               10  MP-LEAD-DAYS        PIC 9(05).
      *            Days the receipt came after each date; negative
      *            is early.
               10  MP-DAYS-LATE        PIC S9(05).
               10  MP-ORIG-DAYS-LATE   PIC S9(05).

      *    Per-supplier rollup of the measured POs.
       01  SUPPLIER-PERF-TABLE.
               10  SF-SUPPLIER-ID      PIC X(02).
               10  SF-PO-COUNT         PIC 9(05).
               10  SF-TOTAL-DAYS       PIC 9(07).
               10  SF-ON-TIME-COUNT    PIC 9(05).
               10  SF-TOTAL-LATE       PIC S9(07).
               10  SF-TOTAL-ORIG-LATE  PIC S9(07).

      *    The date each re-dated PO was first expected - the old
      *    date on its first date change.
       01  ORIGINAL-DATE-TABLE.
           05  OD-COUNT            PIC 9(04) VALUE ZEROS.
           05  OD-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON OD-COUNT
                                   INDEXED BY OD-IDX.
               10  OD-PO-NUMBER        PIC 9(06).
               10  OD-ORIGINAL-DATE    PIC 9(08).

       01  SWITCHES-AND-COUNTERS.
           05  OPENPO-EOF-SW       PIC X(01) VALUE "N".
           05  HIST-EOF-SW         PIC X(01) VALUE "N".
           05  POCHG-EOF-SW        PIC X(01) VALUE "N".
           05  POCHG-FILE-STAT     PIC X(02).
           05  POS-MEASURED-CNT    PIC 9(05) VALUE ZEROS.
           05  OPENPO-FILE-STAT    PIC X(02).
           05  HISTORY-FILE-STAT   PIC X(02).
           05  WS-LEAD-DAYS        PIC S9(05).
           05  WS-AVG-DAYS         PIC 9(04)V9 VALUE ZEROS.
           05  WS-AVG-DIFF         PIC S9(04)V9 VALUE ZEROS.
           05  WS-DUE-INT          PIC 9(09).
           05  WS-AVG-LATE         PIC S9(04)V9 VALUE ZEROS.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
       100-PRINT-SUPPLIER-PERFORMANCE.
           PERFORM 050-LOAD-RUN-CONTROL.
           PERFORM 200-LOAD-ORIGINAL-DATES.
           PERFORM 200-BUILD-MEASURED-PO-TABLE.
           PERFORM 200-MATCH-RECEIPTS-TO-POS.
           PERFORM 200-ROLL-UP-BY-SUPPLIER.
               END-READ
               PERFORM UNTIL OPENPO-EOF-SW = "Y"
                   IF  NOT OPO-PO-STILL-OPEN
                           AND OPO-RECEIVED-QTY-IN > ZEROS
                       ADD     1               TO  MP-COUNT
                       SET     MP-IDX          TO  MP-COUNT
                       MOVE    OPO-PO-NUMBER-IN    TO
                               MP-PO-NUMBER(MP-IDX)
                       MOVE    OPO-EXPECTED-DATE-IN    TO
                               MP-EXPECTED-DATE(MP-IDX)
                               MP-ORIGINAL-DATE(MP-IDX)
                       PERFORM 300-LOOK-UP-ORIGINAL-DATE
                       MOVE    OPO-PART-NUMBER-IN  TO
                               MP-PART-NUMBER(MP-IDX)
                       MOVE    OPO-SUPPLIER-ID-IN  TO
                       "STATUS " OPENPO-FILE-STAT
           END-IF.

      *-----------------------------------------------------------------
      * The change history is in the order the changes were made, so
      * a PO's first date change carries the date first promised.
      * No history means no PO has been re-dated.
      *-----------------------------------------------------------------
       200-LOAD-ORIGINAL-DATES.
           OPEN    INPUT   POCHG-FILE-IN.
           IF  POCHG-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    POCHG-FILE-IN
                   AT END  MOVE "Y" TO POCHG-EOF-SW
           END-READ.
           PERFORM UNTIL POCHG-EOF-SW = "Y"
               IF  PC-CHANGE-TYPE = "D"
                   PERFORM 300-ADD-ORIGINAL-DATE
               END-IF
               READ    POCHG-FILE-IN
                       AT END  MOVE "Y" TO POCHG-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   POCHG-FILE-IN.

      *-----------------------------------------------------------------
       300-ADD-ORIGINAL-DATE.
           IF  OD-COUNT > ZEROS
               SET     OD-IDX  TO  1
               SEARCH  OD-ENTRY
                   WHEN    OD-PO-NUMBER(OD-IDX) = PC-PO-NUMBER
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF.
           IF  OD-COUNT < 9999
               ADD     1                   TO  OD-COUNT
               SET     OD-IDX              TO  OD-COUNT
               MOVE    PC-PO-NUMBER        TO  OD-PO-NUMBER(OD-IDX)
               MOVE    PC-OLD-EXPECTED-DATE    TO
                       OD-ORIGINAL-DATE(OD-IDX)
           END-IF.

      *-----------------------------------------------------------------
       300-LOOK-UP-ORIGINAL-DATE.
           IF  OD-COUNT > ZEROS
               SET     OD-IDX  TO  1
               SEARCH  OD-ENTRY
                   WHEN    OD-PO-NUMBER(OD-IDX) = OPO-PO-NUMBER-IN
                       MOVE    OD-ORIGINAL-DATE(OD-IDX)    TO
                               MP-ORIGINAL-DATE(MP-IDX)
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Walk the receipt history once. Each "R" record is matched to
      * the oldest not-yet-measured PO for its part issued on or
                       COMPUTE WS-LEAD-DAYS =
                               WS-HIST-INT - WS-ORDER-INT
                       MOVE    WS-LEAD-DAYS    TO  MP-LEAD-DAYS(MP-IDX)
                       COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                                   (MP-EXPECTED-DATE(MP-IDX))
                       COMPUTE MP-DAYS-LATE(MP-IDX) =
                               WS-HIST-INT - WS-DUE-INT
                       COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                                   (MP-ORIGINAL-DATE(MP-IDX))
                       COMPUTE MP-ORIG-DAYS-LATE(MP-IDX) =
                               WS-HIST-INT - WS-DUE-INT
                       SET     MP-MEASURED(MP-IDX)    TO  TRUE
                       ADD     1               TO  POS-MEASURED-CNT
                       EXIT PERFORM
                   ADD     1                   TO  SF-PO-COUNT(SF-IDX)
                   ADD     MP-LEAD-DAYS(MP-IDX)    TO
                           SF-TOTAL-DAYS(SF-IDX)
                   IF  MP-DAYS-LATE(MP-IDX) NOT > ZERO
                       ADD     1   TO  SF-ON-TIME-COUNT(SF-IDX)
                   END-IF
                   ADD     MP-DAYS-LATE(MP-IDX)    TO
                           SF-TOTAL-LATE(SF-IDX)
                   ADD     MP-ORIG-DAYS-LATE(MP-IDX)   TO
                           SF-TOTAL-ORIG-LATE(SF-IDX)
               END-IF
           END-PERFORM.

                       MOVE    ZEROS           TO
                               SF-PO-COUNT(SF-IDX)
                               SF-TOTAL-DAYS(SF-IDX)
                               SF-ON-TIME-COUNT(SF-IDX)
                               SF-TOTAL-LATE(SF-IDX)
                               SF-TOTAL-ORIG-LATE(SF-IDX)
                   WHEN    SF-SUPPLIER-ID(SF-IDX) =
                           MP-SUPPLIER-ID(MP-IDX)
                       CONTINUE
           MOVE    WS-AVG-DAYS             TO  SPF-AVG-ACTUAL-O.
           COMPUTE WS-AVG-DIFF = WS-AVG-DAYS - SP-LEAD-TIME.
           MOVE    WS-AVG-DIFF             TO  SPF-AVG-DIFF-O.
           MOVE    SF-ON-TIME-COUNT(SF-IDX)    TO  SPF-ON-TIME-O.
           COMPUTE WS-AVG-LATE ROUNDED =
                   SF-TOTAL-LATE(SF-IDX) / SF-PO-COUNT(SF-IDX).
           MOVE    WS-AVG-LATE             TO  SPF-AVG-LATE-O.
           COMPUTE WS-AVG-LATE ROUNDED =
                   SF-TOTAL-ORIG-LATE(SF-IDX) / SF-PO-COUNT(SF-IDX).
           MOVE    WS-AVG-LATE             TO  SPF-ORIG-LATE-O.
           WRITE   SUPPPERF-OUT    FROM    SUPPPERF-DETAIL.

      *-----------------------------------------------------------------
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPPERF.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SUPPPERF.
           MOVE    SPACES      TO  RC-FN-POCHG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "POCHG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-POCHG.

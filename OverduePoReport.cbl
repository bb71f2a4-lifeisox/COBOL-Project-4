      * every PO on the open-PO tracking file still open or only
      * partially received past its expected-receipt date, with how
      * many days late it is, so purchasing chases suppliers from a
      * report instead of a hand-kept spreadsheet. Lateness runs from
      * the expected date as last revised through PO-MAINTENANCE; a
      * PO whose date was moved also shows the date first promised,
      * off the PO change history.
      *
      * Used File
      *    - Open Purchase Order File: OPENPO.TXT
      *    - PO Change History: POCHG.TXT
      *    - Overdue PO Report File: OVERDUPO.TXT
      *
      ******************************************************************
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENPO-FILE-STAT.

           SELECT  POCHG-FILE-IN
                   ASSIGN DYNAMIC RC-FN-POCHG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS POCHG-FILE-STAT.

           SELECT  OVERDUE-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-OVERDUPO
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  OPO-ORDERED-QTY-IN  PIC 9(07).
           05  OPO-RECEIVED-QTY-IN PIC 9(07).

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

       FD  OVERDUE-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OVERDUE-OUT.
       01  OVERDUE-OUT                 PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-OVERDUPO       PIC X(40).
           05  RC-FN-POCHG          PIC X(40).

      *    This record is for printing the title of the overdue PO
      *    report.
           05  FILLER              PIC X(09) VALUE "ORDERED".
           05  FILLER              PIC X(09) VALUE "RECEIVED".
           05  FILLER              PIC X(10) VALUE "EXPECTED".
           05  FILLER              PIC X(10) VALUE "DAYS LATE".
           05  FILLER              PIC X(08) VALUE "ORIGINAL".

      *    This record is for printing one overdue purchase order.
       01  OVERDUE-DETAIL.
           05  OVR-EXPECTED-O      PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  OVR-DAYS-LATE-O     PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  OVR-ORIGINAL-O      PIC 9(08) BLANK WHEN ZERO.

      *    This record is for printing the footer of the overdue PO
      *    report.
           05  FOOTER-NAME         PIC X(22).
           05  FOOTER-COUNTER      PIC ZZZZ9.

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
           05  EOF-SW              PIC X(01) VALUE "N".
           05  POCHG-EOF-SW        PIC X(01) VALUE "N".
           05  POCHG-FILE-STAT     PIC X(02).
           05  READ-CNT            PIC 9(05) VALUE ZEROS.
           05  OVERDUE-CNT         PIC 9(05) VALUE ZEROS.
           05  OPENPO-FILE-STAT    PIC X(02).
       200-INITIATE-OVERDUE-REPORT.
           ACCEPT  WS-TODAY        FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM 300-LOAD-ORIGINAL-DATES.
           OPEN    OUTPUT  OVERDUE-REPORT-OUT.
           PERFORM 300-PRINT-REPORT-TITLE.
           PERFORM 300-PRINT-REPORT-HEADER.
               CLOSE   OPENPO-FILE-IN
           END-IF.

      *-----------------------------------------------------------------
      * The change history is in the order the changes were made, so
      * a PO's first date change carries the date first promised.
      * No history means no PO has been re-dated.
      *-----------------------------------------------------------------
       300-LOAD-ORIGINAL-DATES.
           OPEN    INPUT   POCHG-FILE-IN.
           IF  POCHG-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    POCHG-FILE-IN
                   AT END  MOVE "Y" TO POCHG-EOF-SW
           END-READ.
           PERFORM UNTIL POCHG-EOF-SW = "Y"
               IF  PC-CHANGE-TYPE = "D"
                   PERFORM 400-ADD-ORIGINAL-DATE
               END-IF
               READ    POCHG-FILE-IN
                       AT END  MOVE "Y" TO POCHG-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   POCHG-FILE-IN.

      *-----------------------------------------------------------------
       400-ADD-ORIGINAL-DATE.
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
       300-READ-OPENPO-FILE.
           READ OPENPO-FILE-IN
           MOVE    OPO-EXPECTED-DATE-IN TO OVR-EXPECTED-O.
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-EXPECTED-INT.
           MOVE    WS-DAYS-LATE        TO  OVR-DAYS-LATE-O.
           MOVE    ZEROS               TO  OVR-ORIGINAL-O.
           IF  OD-COUNT > ZEROS
               SET     OD-IDX  TO  1
               SEARCH  OD-ENTRY
                   WHEN    OD-PO-NUMBER(OD-IDX) = OPO-PO-NUMBER-IN
                       MOVE    OD-ORIGINAL-DATE(OD-IDX)    TO
                               OVR-ORIGINAL-O
               END-SEARCH
           END-IF.
           WRITE   OVERDUE-OUT         FROM    OVERDUE-DETAIL.
           ADD     1                   TO  OVERDUE-CNT.

           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OVERDUPO.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OVERDUPO.
           MOVE    SPACES      TO  RC-FN-POCHG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "POCHG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-POCHG.

      ******************************************************************
      * This program prints the monthly Shrinkage Analysis over a
      * rolling twelve months: every unit the stock lost to a count
      * coming up short ("D") or to scrap ("G") in the transaction
      * history, and every online adjustment ("A") that counted a
      * location down on the update journal, valued at the part's
      * unit price on INVENT6. The loss is shown month by month and
      * rolled up by shrink reason, by location, by ABC class and by
      * the operator who posted it - each with its share of the
      * twelve months' total shrink value and its trend against the
      * twelve months before.
      *
      * The twelve months end with the month before the run date;
      * a run for another window passes its last month as YYYYMM.
      * The yearly archives HISTORY-ARCHIVE has moved old records to
      * are read alongside the live files, so the prior period still
      * compares after the history has been archived.
      *
      * Used File
      *    - Retained Transaction History: TRANHIST.TXT
      *    - History Archives: TRANHIST-<year>.TXT
      *    - Online Update Journal: UPDJRNL.TXT
      *    - Journal Archives: UPDJRNL-<year>.TXT
      *    - Shrink Reason Table: REASONS.TXT
      *    - ABC Classes: ABCCLASS.TXT
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Shrinkage Analysis Report: SHRINKRP.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SHRINK-REPORT.
       AUTHOR.                     Aradhita Mohanty,
                                   Byung Seon Kim,
                                   Elena Sveshnikova,
                                   Karadjordje Dabic,
                                   Nadia Chubarev.
       DATE-WRITTEN.               October 15, 2026.
       DATE-COMPILED.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            ASUS X751.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    Opened once per yearly archive and once for the live file.
           SELECT  HISTORY-FILE-IN
                   ASSIGN DYNAMIC WS-HIST-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-FILE-STAT.

           SELECT  JOURNAL-FILE-IN
                   ASSIGN DYNAMIC WS-JRNL-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-FILE-STAT.

           SELECT  REASONS-FILE-IN
                   ASSIGN DYNAMIC RC-FN-REASONS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REASONS-FILE-STAT.

           SELECT  ABCCLASS-FILE-IN
                   ASSIGN DYNAMIC RC-FN-ABCCLASS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ABCCLASS-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  SHRINK-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-SHRINKRP
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as HISTORY-RECORD-OUT in BatchUpdate.cbl.
       FD  HISTORY-FILE-IN
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS HISTORY-RECORD-IN.
       01  HISTORY-RECORD-IN.
           05  HIST-DATE-IN        PIC 9(08).
           05  HIST-PART-NUMBER-IN PIC 9(05).
           05  HIST-CODE-IN        PIC X(01).
           05  HIST-VALUE-IN       PIC 9(07).
           05  HIST-REASON-IN      PIC X(01).
           05  HIST-LOCATION-IN    PIC X(02).
           05  HIST-CUSTOMER-ID-IN PIC X(06).
           05  HIST-LOT-NUMBER-IN  PIC X(10).
           05  HIST-OPERATOR-ID-IN PIC X(08).
           05  FILLER              PIC X(09).

      *    Same layout as JOURNAL-RECORD-OUT in OnlineUpdate.cbl.
       FD  JOURNAL-FILE-IN
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS JOURNAL-RECORD-IN.
       01  JOURNAL-RECORD-IN.
           05  JRN-DATE-IN         PIC 9(08).
           05  JRN-PART-NUMBER-IN  PIC 9(05).
           05  JRN-CODE-IN         PIC X(01).
           05  JRN-VALUE-IN        PIC 9(07).
           05  JRN-OLD-QTY-IN      PIC 9(07).
           05  JRN-NEW-QTY-IN      PIC 9(07).
           05  JRN-DIFFERENCE-IN   PIC S9(07).
           05  JRN-REASON-IN       PIC X(01).
           05  JRN-OPERATOR-ID-IN  PIC X(08).
           05  JRN-LOCATION-IN     PIC X(02).
           05  FILLER              PIC X(06).

      *    Same layout as REASONS-RECORD in ReasonUpdate.cbl.
       FD  REASONS-FILE-IN
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REASONS-RECORD-IN.
       01  REASONS-RECORD-IN.
           05  RS-CODE-IN          PIC X(01).
           05  RS-DESCRIPTION-IN   PIC X(20).
           05  RS-ACTIVE-IN        PIC X(01).

      *    Same layout as ABCCLASS-RECORD-OUT in InventReport.cbl.
       FD  ABCCLASS-FILE-IN
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS ABCCLASS-RECORD-IN.
       01  ABCCLASS-RECORD-IN.
           05  ABC-PART-NUMBER-IN  PIC 9(05).
           05  ABC-CLASS-IN        PIC X(01).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           05  IN-PART-NUMBER      PIC 9(05).
           05  IN-PART-NAME        PIC X(20).
           05  IN-QUANTITY         PIC 9(07).
           05  IN-UNIT-PRICE       PIC 9(04)V99.
           05  IN-REORDER-POINT    PIC 9(03).
           05  IN-SUPPLIER-ID      PIC X(02).
      *    Formerly the three-slot per-location breakdown, now kept
      *    on the PARTLOC part/location balance file.
           05  FILLER              PIC X(27).

       FD  SHRINK-REPORT-OUT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS SHRINK-OUT.
       01  SHRINK-OUT                  PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-TRANHIST       PIC X(40).
           05  RC-FN-UPDJRNL        PIC X(40).
           05  RC-FN-REASONS        PIC X(40).
           05  RC-FN-ABCCLASS       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-SHRINKRP       PIC X(40).

      *    This record is for printing the title of the report.
       01  SHRINK-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(27)
               VALUE "SHRINKAGE ANALYSIS - TWELVE".
           05  FILLER              PIC X(14)
               VALUE " MONTHS ENDING".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TITLE-END-MONTH-O   PIC 9999/99.
           05  FILLER              PIC X(16)
               VALUE " - PRIOR PERIOD ".
           05  TITLE-PRIOR-FROM-O  PIC 9999/99.
           05  FILLER              PIC X(03) VALUE " - ".
           05  TITLE-PRIOR-TO-O    PIC 9999/99.

      *    This record is for printing a section's heading.
       01  SHRINK-SECTION-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SH-SECTION-NAME-O   PIC X(29).
           05  FILLER              PIC X(11) VALUE "      UNITS".
           05  FILLER              PIC X(15)
                                   VALUE "     SHRINK VAL".
           05  FILLER              PIC X(08) VALUE "   SHARE".
           05  FILLER              PIC X(15)
                                   VALUE "      PRIOR VAL".
           05  FILLER              PIC X(10) VALUE "    CHANGE".

      *    This record is for printing one month's or one group's
      *    shrink against the prior period.
       01  SHRINK-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-KEY-O            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SD-DESCRIPTION-O    PIC X(20).
           05  SD-UNITS-O          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-VALUE-O          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-SHARE-O          PIC ZZ9.9.
           05  FILLER              PIC X(01) VALUE "%".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-PRIOR-VALUE-O    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
      *    Per cent up or down on the prior period, "NEW" when there
      *    was no prior shrink to compare with.
           05  SD-CHANGE-O         PIC X(08).

      *    Shrink per month of the two periods: slots 1-12 are the
      *    prior twelve months, 13-24 the twelve reported.
       01  MONTH-SHRINK-TABLE.
           05  MS-ENTRY            OCCURS 24 TIMES
                                   INDEXED BY MS-IDX.
               10  MS-UNITS            PIC 9(09).
               10  MS-VALUE            PIC 9(11)V99.

      *    Shrink rolled up per reason ("R"), location ("L"), ABC
      *    class ("C") and operator ("O").
       01  SHRINK-GROUP-TABLE.
           05  SG-COUNT            PIC 9(04) VALUE ZEROS.
           05  SG-ENTRY            OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON SG-COUNT
                                   INDEXED BY SG-IDX.
               10  SG-TYPE             PIC X(01).
               10  SG-KEY              PIC X(08).
               10  SG-CUR-UNITS        PIC 9(09).
               10  SG-CUR-VALUE        PIC 9(11)V99.
               10  SG-PRIOR-UNITS      PIC 9(09).
               10  SG-PRIOR-VALUE      PIC 9(11)V99.

      *    The reason table's descriptions, in file order.
       01  REASON-DESC-TABLE.
           05  RD-COUNT            PIC 9(02) VALUE ZEROS.
           05  RD-ENTRY            OCCURS 0 TO 36 TIMES
                                   DEPENDING ON RD-COUNT
                                   INDEXED BY RD-IDX.
               10  RD-CODE             PIC X(01).
               10  RD-DESCRIPTION      PIC X(20).

      *    Each part's ABC class, in part-number order as written.
       01  PART-CLASS-TABLE.
           05  PC-COUNT            PIC 9(05) VALUE ZEROS.
           05  PC-ENTRY            OCCURS 0 TO 99999 TIMES
                                   DEPENDING ON PC-COUNT
                                   ASCENDING KEY IS PC-PART-NUMBER
                                   INDEXED BY PC-IDX.
               10  PC-PART-NUMBER      PIC 9(05).
               10  PC-CLASS            PIC X(01).

       01  SWITCHES-AND-COUNTERS.
           05  HIST-EOF-SW         PIC X(01) VALUE "N".
           05  JRNL-EOF-SW         PIC X(01) VALUE "N".
           05  REASONS-EOF-SW      PIC X(01) VALUE "N".
           05  ABCCLASS-EOF-SW     PIC X(01) VALUE "N".
           05  CT-FILES-READ       PIC 9(03) VALUE ZEROS.
           05  CT-HIST-LOSSES      PIC 9(07) VALUE ZEROS.
           05  CT-JRNL-LOSSES      PIC 9(07) VALUE ZEROS.
           05  CT-UNPRICED         PIC 9(07) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  HISTORY-FILE-STAT   PIC X(02).
           05  JOURNAL-FILE-STAT   PIC X(02).
           05  REASONS-FILE-STAT   PIC X(02).
           05  ABCCLASS-FILE-STAT  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).

      *    A missing master leaves nothing to value the loss at -
      *    flagged so the run ends with a non-zero RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      *    Months are counted as YYYY * 12 + MM - 1, so a window is a
      *    plain range of numbers whatever years it spans.
       01  WINDOW-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-TODAY-RED        REDEFINES WS-TODAY.
               10  WS-TODAY-YYYY   PIC 9(04).
               10  WS-TODAY-MM     PIC 9(02).
               10  WS-TODAY-DD     PIC 9(02).
           05  WS-MONTH-ARG        PIC X(06).
           05  WS-MONTH-ARG-RED    REDEFINES WS-MONTH-ARG.
               10  WS-ARG-YYYY     PIC 9(04).
               10  WS-ARG-MM       PIC 9(02).
           05  WS-END-INDEX        PIC 9(06).
           05  WS-FIRST-INDEX      PIC 9(06).
           05  WS-FIRST-YEAR       PIC 9(04).
           05  WS-END-YEAR         PIC 9(04).
           05  WS-FILE-YEAR        PIC 9(04).
           05  WS-MONTH-INDEX      PIC 9(06).
           05  WS-SLOT             PIC 9(02).
           05  WS-YYYYMM           PIC 9(06).
           05  WS-YYYYMM-RED       REDEFINES WS-YYYYMM.
               10  WS-YYYYMM-YYYY  PIC 9(04).
               10  WS-YYYYMM-MM    PIC 9(02).
           05  WS-PRIOR-YYYYMM     PIC 9(06).
           05  WS-MONTH-EDIT       PIC 9999/99.

      *    The loss currently being counted, whichever file it came
      *    from - the rollup paragraphs work off these instead of
      *    either file's record.
       01  CURRENT-LOSS-WORK.
           05  WS-LOSS-DATE        PIC 9(08).
           05  WS-LOSS-DATE-RED    REDEFINES WS-LOSS-DATE.
               10  WS-LOSS-YYYY    PIC 9(04).
               10  WS-LOSS-MM      PIC 9(02).
               10  WS-LOSS-DD      PIC 9(02).
           05  WS-LOSS-PART        PIC 9(05).
           05  WS-LOSS-UNITS       PIC 9(07).
           05  WS-LOSS-REASON      PIC X(01).
           05  WS-LOSS-LOCATION    PIC X(02).
           05  WS-LOSS-OPERATOR    PIC X(08).
           05  WS-LOSS-VALUE       PIC 9(11)V99.
           05  WS-PART-CLASS       PIC X(01).

       01  WORK-AREAS.
           05  WS-HIST-FILE-NAME   PIC X(40).
           05  WS-JRNL-FILE-NAME   PIC X(40).
           05  WS-GROUP-TYPE       PIC X(01).
           05  WS-GROUP-KEY        PIC X(08).
           05  WS-SECTION-TYPE     PIC X(01).
           05  WS-TOTAL-UNITS      PIC 9(09) VALUE ZEROS.
           05  WS-TOTAL-VALUE      PIC 9(11)V99 VALUE ZEROS.
           05  WS-PRIOR-UNITS      PIC 9(09) VALUE ZEROS.
           05  WS-PRIOR-VALUE      PIC 9(11)V99 VALUE ZEROS.
           05  WS-LINE-UNITS       PIC 9(09).
           05  WS-LINE-VALUE       PIC 9(11)V99.
           05  WS-LINE-PRIOR       PIC 9(11)V99.
           05  WS-SHARE-PCT        PIC 9(03)V9.
           05  WS-CHANGE-PCT       PIC S9(05)V9.
           05  WS-CHANGE-EDIT      PIC -----9.9.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-SHRINK-REPORT.
           PERFORM 050-LOAD-RUN-CONTROL.
           PERFORM 200-DETERMINE-WINDOW.
           OPEN    INPUT   INVENT-FILE.
           IF  INVENT-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "SHRINK REPORT: CANNOT OPEN INVENT6, STATUS "
                       INVENT-FILE-STAT
           ELSE
               PERFORM 200-LOAD-REASON-TABLE
               PERFORM 200-LOAD-PART-CLASS-TABLE
               PERFORM 200-COUNT-HISTORY-LOSSES
               PERFORM 200-COUNT-JOURNAL-LOSSES
               CLOSE   INVENT-FILE
               PERFORM 200-PRINT-SHRINK-ANALYSIS
           END-IF.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
      * The twelve months reported end with last month by default;
      * another window is run by passing its last month as YYYYMM.
      * The prior period is the twelve months before them.
      *-----------------------------------------------------------------
       200-DETERMINE-WINDOW.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           COMPUTE WS-END-INDEX = WS-TODAY-YYYY * 12
                                  + WS-TODAY-MM - 2.
           MOVE    SPACES          TO  WS-MONTH-ARG.
           ACCEPT  WS-MONTH-ARG    FROM COMMAND-LINE.
           IF  WS-MONTH-ARG IS NUMERIC
                   AND WS-ARG-MM > ZEROS AND WS-ARG-MM < 13
               COMPUTE WS-END-INDEX = WS-ARG-YYYY * 12
                                      + WS-ARG-MM - 1
           END-IF.
           COMPUTE WS-FIRST-INDEX = WS-END-INDEX - 23.
           DIVIDE  WS-FIRST-INDEX  BY  12  GIVING  WS-FIRST-YEAR.
           DIVIDE  WS-END-INDEX    BY  12  GIVING  WS-END-YEAR.
           INITIALIZE MONTH-SHRINK-TABLE.

      *-----------------------------------------------------------------
      * The reason descriptions for the by-reason section. No table
      * yet just prints the codes bare.
      *-----------------------------------------------------------------
       200-LOAD-REASON-TABLE.
           OPEN    INPUT   REASONS-FILE-IN.
           IF  REASONS-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    REASONS-FILE-IN
                   AT END  MOVE "Y" TO REASONS-EOF-SW
           END-READ.
           PERFORM UNTIL REASONS-EOF-SW = "Y"
               IF  RD-COUNT < 36
                   ADD     1                   TO  RD-COUNT
                   SET     RD-IDX              TO  RD-COUNT
                   MOVE    RS-CODE-IN          TO  RD-CODE(RD-IDX)
                   MOVE    RS-DESCRIPTION-IN   TO
                           RD-DESCRIPTION(RD-IDX)
               END-IF
               READ    REASONS-FILE-IN
                       AT END  MOVE "Y" TO REASONS-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   REASONS-FILE-IN.

      *-----------------------------------------------------------------
      * Each part's class as INVENTORY-REPORT last assigned it. A
      * part not on the file is treated as class C, as there.
      *-----------------------------------------------------------------
       200-LOAD-PART-CLASS-TABLE.
           OPEN    INPUT   ABCCLASS-FILE-IN.
           IF  ABCCLASS-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    ABCCLASS-FILE-IN
                   AT END  MOVE "Y" TO ABCCLASS-EOF-SW
           END-READ.
           PERFORM UNTIL ABCCLASS-EOF-SW = "Y"
               IF  PC-COUNT < 99999
                   ADD     1                   TO  PC-COUNT
                   SET     PC-IDX              TO  PC-COUNT
                   MOVE    ABC-PART-NUMBER-IN  TO
                           PC-PART-NUMBER(PC-IDX)
                   MOVE    ABC-CLASS-IN        TO  PC-CLASS(PC-IDX)
               END-IF
               READ    ABCCLASS-FILE-IN
                       AT END  MOVE "Y" TO ABCCLASS-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   ABCCLASS-FILE-IN.

      *-----------------------------------------------------------------
      * Count-downs and scraps off the history - each yearly archive
      * the two periods reach into, then the live file. A year with
      * no archive is simply skipped.
      *-----------------------------------------------------------------
       200-COUNT-HISTORY-LOSSES.
           PERFORM VARYING WS-FILE-YEAR FROM WS-FIRST-YEAR BY 1
                   UNTIL WS-FILE-YEAR > WS-END-YEAR
               MOVE    SPACES      TO  WS-HIST-FILE-NAME
               STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                       "TRANHIST-" WS-FILE-YEAR ".TXT"
                       DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
               PERFORM 300-READ-ONE-HISTORY-FILE
           END-PERFORM.
           MOVE    RC-FN-TRANHIST  TO  WS-HIST-FILE-NAME.
           PERFORM 300-READ-ONE-HISTORY-FILE.

      *-----------------------------------------------------------------
       300-READ-ONE-HISTORY-FILE.
           OPEN    INPUT   HISTORY-FILE-IN.
           IF  HISTORY-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD     1       TO  CT-FILES-READ.
           MOVE    "N"     TO  HIST-EOF-SW.
           READ    HISTORY-FILE-IN
                   AT END  MOVE "Y" TO HIST-EOF-SW
           END-READ.
           PERFORM UNTIL HIST-EOF-SW = "Y"
               IF  HIST-CODE-IN = "D" OR HIST-CODE-IN = "G"
                   MOVE    HIST-DATE-IN        TO  WS-LOSS-DATE
                   MOVE    HIST-PART-NUMBER-IN TO  WS-LOSS-PART
                   MOVE    HIST-VALUE-IN       TO  WS-LOSS-UNITS
                   MOVE    HIST-REASON-IN      TO  WS-LOSS-REASON
                   MOVE    HIST-LOCATION-IN    TO  WS-LOSS-LOCATION
                   MOVE    HIST-OPERATOR-ID-IN TO  WS-LOSS-OPERATOR
                   PERFORM 400-COUNT-ONE-LOSS
                   IF  WS-SLOT > ZEROS
                       ADD     1           TO  CT-HIST-LOSSES
                   END-IF
               END-IF
               READ    HISTORY-FILE-IN
                       AT END  MOVE "Y" TO HIST-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   HISTORY-FILE-IN.

      *-----------------------------------------------------------------
      * Online adjustments that counted a location down, off the
      * journal archives and the live journal the same way.
      *-----------------------------------------------------------------
       200-COUNT-JOURNAL-LOSSES.
           PERFORM VARYING WS-FILE-YEAR FROM WS-FIRST-YEAR BY 1
                   UNTIL WS-FILE-YEAR > WS-END-YEAR
               MOVE    SPACES      TO  WS-JRNL-FILE-NAME
               STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                       "UPDJRNL-" WS-FILE-YEAR ".TXT"
                       DELIMITED BY SIZE INTO WS-JRNL-FILE-NAME
               PERFORM 300-READ-ONE-JOURNAL-FILE
           END-PERFORM.
           MOVE    RC-FN-UPDJRNL   TO  WS-JRNL-FILE-NAME.
           PERFORM 300-READ-ONE-JOURNAL-FILE.

      *-----------------------------------------------------------------
      * Codes are upper-cased, so journals written before the online
      * side normalized its codes still count.
      *-----------------------------------------------------------------
       300-READ-ONE-JOURNAL-FILE.
           OPEN    INPUT   JOURNAL-FILE-IN.
           IF  JOURNAL-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD     1       TO  CT-FILES-READ.
           MOVE    "N"     TO  JRNL-EOF-SW.
           READ    JOURNAL-FILE-IN
                   AT END  MOVE "Y" TO JRNL-EOF-SW
           END-READ.
           PERFORM UNTIL JRNL-EOF-SW = "Y"
               IF  FUNCTION UPPER-CASE(JRN-CODE-IN) = "A"
                       AND JRN-DIFFERENCE-IN < ZEROS
                   MOVE    JRN-DATE-IN         TO  WS-LOSS-DATE
                   MOVE    JRN-PART-NUMBER-IN  TO  WS-LOSS-PART
                   COMPUTE WS-LOSS-UNITS = 0 - JRN-DIFFERENCE-IN
                   MOVE    FUNCTION UPPER-CASE(JRN-REASON-IN)  TO
                           WS-LOSS-REASON
                   MOVE    JRN-LOCATION-IN     TO  WS-LOSS-LOCATION
                   MOVE    JRN-OPERATOR-ID-IN  TO  WS-LOSS-OPERATOR
                   PERFORM 400-COUNT-ONE-LOSS
                   IF  WS-SLOT > ZEROS
                       ADD     1           TO  CT-JRNL-LOSSES
                   END-IF
               END-IF
               READ    JOURNAL-FILE-IN
                       AT END  MOVE "Y" TO JRNL-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   JOURNAL-FILE-IN.

      *-----------------------------------------------------------------
      * Place one loss in its month of the two periods (WS-SLOT left
      * zero when it falls outside them), value it at the part's
      * unit price and roll it into each of its groups.
      *-----------------------------------------------------------------
       400-COUNT-ONE-LOSS.
           MOVE    ZEROS   TO  WS-SLOT.
           IF  WS-LOSS-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MONTH-INDEX = WS-LOSS-YYYY * 12
                                    + WS-LOSS-MM - 1.
           IF  WS-MONTH-INDEX < WS-FIRST-INDEX
                   OR WS-MONTH-INDEX > WS-END-INDEX
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SLOT = WS-MONTH-INDEX - WS-FIRST-INDEX + 1.
           PERFORM 500-VALUE-THE-LOSS.
           PERFORM 500-LOOK-UP-PART-CLASS.
           ADD     WS-LOSS-UNITS   TO  MS-UNITS(WS-SLOT).
           ADD     WS-LOSS-VALUE   TO  MS-VALUE(WS-SLOT).
           MOVE    "R"                 TO  WS-GROUP-TYPE.
           MOVE    WS-LOSS-REASON      TO  WS-GROUP-KEY.
           PERFORM 500-ADD-TO-GROUP.
           MOVE    "L"                 TO  WS-GROUP-TYPE.
           MOVE    WS-LOSS-LOCATION    TO  WS-GROUP-KEY.
           PERFORM 500-ADD-TO-GROUP.
           MOVE    "C"                 TO  WS-GROUP-TYPE.
           MOVE    WS-PART-CLASS       TO  WS-GROUP-KEY.
           PERFORM 500-ADD-TO-GROUP.
           MOVE    "O"                 TO  WS-GROUP-TYPE.
           MOVE    WS-LOSS-OPERATOR    TO  WS-GROUP-KEY.
           PERFORM 500-ADD-TO-GROUP.

      *-----------------------------------------------------------------
      * A part no longer on the master has no price to value the
      * loss at - its units still count.
      *-----------------------------------------------------------------
       500-VALUE-THE-LOSS.
           MOVE    ZEROS           TO  WS-LOSS-VALUE.
           MOVE    WS-LOSS-PART    TO  IN-PART-NUMBER.
           READ INVENT-FILE    KEY IS  IN-PART-NUMBER
               INVALID KEY
                   ADD     1       TO  CT-UNPRICED
               NOT INVALID KEY
                   COMPUTE WS-LOSS-VALUE =
                           WS-LOSS-UNITS * IN-UNIT-PRICE
           END-READ.

      *-----------------------------------------------------------------
       500-LOOK-UP-PART-CLASS.
           MOVE    "C"     TO  WS-PART-CLASS.
           IF  PC-COUNT > ZEROS
               SET     PC-IDX  TO  1
               SEARCH  ALL PC-ENTRY
                       WHEN    PC-PART-NUMBER(PC-IDX) = WS-LOSS-PART
                           MOVE    PC-CLASS(PC-IDX)    TO
                                   WS-PART-CLASS
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Slots 13-24 are the period reported, 1-12 the one before.
      *-----------------------------------------------------------------
       500-ADD-TO-GROUP.
           SET     SG-IDX  TO  1.
           SEARCH  SG-ENTRY
                   AT END
                       IF  SG-COUNT < 2000
                           ADD     1               TO  SG-COUNT
                           SET     SG-IDX          TO  SG-COUNT
                           MOVE    WS-GROUP-TYPE   TO  SG-TYPE(SG-IDX)
                           MOVE    WS-GROUP-KEY    TO  SG-KEY(SG-IDX)
                           MOVE    ZEROS   TO  SG-CUR-UNITS(SG-IDX)
                                               SG-CUR-VALUE(SG-IDX)
                                               SG-PRIOR-UNITS(SG-IDX)
                                               SG-PRIOR-VALUE(SG-IDX)
                       ELSE
                           EXIT PARAGRAPH
                       END-IF
                   WHEN    SG-TYPE(SG-IDX) = WS-GROUP-TYPE
                       AND SG-KEY(SG-IDX) = WS-GROUP-KEY
                       CONTINUE
           END-SEARCH.
           IF  WS-SLOT > 12
               ADD     WS-LOSS-UNITS   TO  SG-CUR-UNITS(SG-IDX)
               ADD     WS-LOSS-VALUE   TO  SG-CUR-VALUE(SG-IDX)
           ELSE
               ADD     WS-LOSS-UNITS   TO  SG-PRIOR-UNITS(SG-IDX)
               ADD     WS-LOSS-VALUE   TO  SG-PRIOR-VALUE(SG-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * The month-by-month section, then one section per grouping,
      * biggest loss first, then the period totals.
      *-----------------------------------------------------------------
       200-PRINT-SHRINK-ANALYSIS.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > 24
               IF  MS-IDX > 12
                   ADD     MS-UNITS(MS-IDX)    TO  WS-TOTAL-UNITS
                   ADD     MS-VALUE(MS-IDX)    TO  WS-TOTAL-VALUE
               ELSE
                   ADD     MS-UNITS(MS-IDX)    TO  WS-PRIOR-UNITS
                   ADD     MS-VALUE(MS-IDX)    TO  WS-PRIOR-VALUE
               END-IF
           END-PERFORM.
           IF  SG-COUNT > 1
               SORT    SG-ENTRY    ASCENDING  KEY SG-TYPE
                                   DESCENDING KEY SG-CUR-VALUE
                                   ASCENDING  KEY SG-KEY
           END-IF.
           OPEN    OUTPUT  SHRINK-REPORT-OUT.
           PERFORM 300-PRINT-REPORT-TITLE.
           PERFORM 300-PRINT-MONTH-SECTION.
           MOVE    "R"                     TO  WS-SECTION-TYPE.
           MOVE    "BY SHRINK REASON"      TO  SH-SECTION-NAME-O.
           PERFORM 300-PRINT-GROUP-SECTION.
           MOVE    "L"                     TO  WS-SECTION-TYPE.
           MOVE    "BY LOCATION"           TO  SH-SECTION-NAME-O.
           PERFORM 300-PRINT-GROUP-SECTION.
           MOVE    "C"                     TO  WS-SECTION-TYPE.
           MOVE    "BY ABC CLASS"          TO  SH-SECTION-NAME-O.
           PERFORM 300-PRINT-GROUP-SECTION.
           MOVE    "O"                     TO  WS-SECTION-TYPE.
           MOVE    "BY OPERATOR"           TO  SH-SECTION-NAME-O.
           PERFORM 300-PRINT-GROUP-SECTION.
           CLOSE   SHRINK-REPORT-OUT.
           DISPLAY "SHRINK REPORT COMPLETED - " CT-FILES-READ
                   " FILE(S) READ, " CT-HIST-LOSSES
                   " HISTORY LOSS(ES), " CT-JRNL-LOSSES
                   " JOURNAL LOSS(ES), " CT-UNPRICED
                   " NOT ON MASTER".

      *-----------------------------------------------------------------
       300-PRINT-REPORT-TITLE.
           MOVE    WS-END-INDEX    TO  WS-MONTH-INDEX.
           PERFORM 400-MONTH-INDEX-TO-YYYYMM.
           MOVE    WS-YYYYMM       TO  TITLE-END-MONTH-O.
           MOVE    WS-FIRST-INDEX  TO  WS-MONTH-INDEX.
           PERFORM 400-MONTH-INDEX-TO-YYYYMM.
           MOVE    WS-YYYYMM       TO  TITLE-PRIOR-FROM-O.
           COMPUTE WS-MONTH-INDEX = WS-FIRST-INDEX + 11.
           PERFORM 400-MONTH-INDEX-TO-YYYYMM.
           MOVE    WS-YYYYMM       TO  TITLE-PRIOR-TO-O.
           WRITE   SHRINK-OUT      FROM    SHRINK-TITLE
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
      * Each month reported against the same month a year before.
      *-----------------------------------------------------------------
       300-PRINT-MONTH-SECTION.
           MOVE    "BY MONTH  (VS A YEAR BEFORE)"
                                           TO  SH-SECTION-NAME-O.
           WRITE   SHRINK-OUT      FROM    SHRINK-SECTION-HEADER
                   AFTER ADVANCING 2   LINES.
           PERFORM VARYING MS-IDX FROM 13 BY 1 UNTIL MS-IDX > 24
               COMPUTE WS-MONTH-INDEX = WS-FIRST-INDEX + MS-IDX - 13
               PERFORM 400-MONTH-INDEX-TO-YYYYMM
               MOVE    WS-YYYYMM       TO  WS-PRIOR-YYYYMM
               COMPUTE WS-MONTH-INDEX = WS-FIRST-INDEX + MS-IDX - 1
               PERFORM 400-MONTH-INDEX-TO-YYYYMM
               MOVE    WS-YYYYMM       TO  WS-MONTH-EDIT
               MOVE    WS-MONTH-EDIT   TO  SD-KEY-O
               MOVE    WS-PRIOR-YYYYMM TO  WS-MONTH-EDIT
               MOVE    SPACES          TO  SD-DESCRIPTION-O
               STRING  "VS " WS-MONTH-EDIT DELIMITED BY SIZE
                       INTO SD-DESCRIPTION-O
               MOVE    MS-UNITS(MS-IDX)        TO  WS-LINE-UNITS
               MOVE    MS-VALUE(MS-IDX)        TO  WS-LINE-VALUE
               MOVE    MS-VALUE(MS-IDX - 12)   TO  WS-LINE-PRIOR
               PERFORM 400-PRINT-DETAIL-LINE
           END-PERFORM.
           PERFORM 400-PRINT-TOTAL-LINE.

      *-----------------------------------------------------------------
      * One line per group of the section's type, then its total -
      * every loss falls in exactly one group of each type, so each
      * section foots to the same period totals.
      *-----------------------------------------------------------------
       300-PRINT-GROUP-SECTION.
           WRITE   SHRINK-OUT      FROM    SHRINK-SECTION-HEADER
                   AFTER ADVANCING 2   LINES.
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-COUNT
               IF  SG-TYPE(SG-IDX) = WS-SECTION-TYPE
                   PERFORM 400-PRINT-GROUP-LINE
               END-IF
           END-PERFORM.
           PERFORM 400-PRINT-TOTAL-LINE.

      *-----------------------------------------------------------------
       400-PRINT-GROUP-LINE.
           MOVE    SG-KEY(SG-IDX)          TO  SD-KEY-O.
           MOVE    SPACES                  TO  SD-DESCRIPTION-O.
           EVALUATE WS-SECTION-TYPE
               WHEN "R"
                   IF  SG-KEY(SG-IDX) = SPACES
                       MOVE    "(NO REASON)"   TO  SD-DESCRIPTION-O
                   ELSE
                       PERFORM 500-LOOK-UP-REASON-DESC
                   END-IF
               WHEN "L"
                   IF  SG-KEY(SG-IDX) = SPACES
                       MOVE    "(NOT RECORDED)" TO SD-DESCRIPTION-O
                   END-IF
               WHEN "C"
                   STRING  "CLASS " SG-KEY(SG-IDX)(1:1)
                           DELIMITED BY SIZE INTO SD-DESCRIPTION-O
               WHEN "O"
                   IF  SG-KEY(SG-IDX) = SPACES
                       MOVE    "(NOT RECORDED)" TO SD-DESCRIPTION-O
                   END-IF
           END-EVALUATE.
           MOVE    SG-CUR-UNITS(SG-IDX)    TO  WS-LINE-UNITS.
           MOVE    SG-CUR-VALUE(SG-IDX)    TO  WS-LINE-VALUE.
           MOVE    SG-PRIOR-VALUE(SG-IDX)  TO  WS-LINE-PRIOR.
           PERFORM 400-PRINT-DETAIL-LINE.

      *-----------------------------------------------------------------
       500-LOOK-UP-REASON-DESC.
           IF  RD-COUNT > ZEROS
               SET     RD-IDX  TO  1
               SEARCH  RD-ENTRY
                       WHEN    RD-CODE(RD-IDX) = SG-KEY(SG-IDX)(1:1)
                           MOVE    RD-DESCRIPTION(RD-IDX)  TO
                                   SD-DESCRIPTION-O
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
       400-PRINT-TOTAL-LINE.
           MOVE    SPACES          TO  SHRINK-OUT.
           WRITE   SHRINK-OUT.
           MOVE    "TOTAL"         TO  SD-KEY-O.
           MOVE    SPACES          TO  SD-DESCRIPTION-O.
           MOVE    WS-TOTAL-UNITS  TO  WS-LINE-UNITS.
           MOVE    WS-TOTAL-VALUE  TO  WS-LINE-VALUE.
           MOVE    WS-PRIOR-VALUE  TO  WS-LINE-PRIOR.
           PERFORM 400-PRINT-DETAIL-LINE.

      *-----------------------------------------------------------------
      * Share of the period's total shrink value, and the change on
      * the prior period's value.
      *-----------------------------------------------------------------
       400-PRINT-DETAIL-LINE.
           MOVE    WS-LINE-UNITS   TO  SD-UNITS-O.
           MOVE    WS-LINE-VALUE   TO  SD-VALUE-O.
           MOVE    WS-LINE-PRIOR   TO  SD-PRIOR-VALUE-O.
           MOVE    ZEROS           TO  WS-SHARE-PCT.
           IF  WS-TOTAL-VALUE > ZEROS
               COMPUTE WS-SHARE-PCT ROUNDED =
                       WS-LINE-VALUE * 100 / WS-TOTAL-VALUE
           END-IF.
           MOVE    WS-SHARE-PCT    TO  SD-SHARE-O.
           EVALUATE TRUE
               WHEN WS-LINE-PRIOR > ZEROS
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                           (WS-LINE-VALUE - WS-LINE-PRIOR) * 100
                           / WS-LINE-PRIOR
                       ON SIZE ERROR
                           MOVE    99999.9     TO  WS-CHANGE-PCT
                   END-COMPUTE
                   MOVE    WS-CHANGE-PCT   TO  WS-CHANGE-EDIT
                   MOVE    WS-CHANGE-EDIT  TO  SD-CHANGE-O
               WHEN WS-LINE-VALUE > ZEROS
                   MOVE    "     NEW"  TO  SD-CHANGE-O
               WHEN OTHER
                   MOVE    SPACES      TO  SD-CHANGE-O
           END-EVALUATE.
           WRITE   SHRINK-OUT      FROM    SHRINK-DETAIL.

      *-----------------------------------------------------------------
       400-MONTH-INDEX-TO-YYYYMM.
           DIVIDE  WS-MONTH-INDEX  BY  12
                   GIVING      WS-YYYYMM-YYYY
                   REMAINDER   WS-YYYYMM-MM.
           ADD     1       TO  WS-YYYYMM-MM.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-TRANHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANHIST.
           MOVE    SPACES      TO  RC-FN-UPDJRNL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "UPDJRNL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-UPDJRNL.
           MOVE    SPACES      TO  RC-FN-REASONS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "REASONS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-REASONS.
           MOVE    SPACES      TO  RC-FN-ABCCLASS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ABCCLASS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ABCCLASS.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-SHRINKRP.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SHRINKRP.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SHRINKRP.

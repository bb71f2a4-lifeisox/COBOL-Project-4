      ******************************************************************
      * This program is to print the nightly Master-File Change
      * report: every add, change and delete made through the
      * maintenance screens on the day, grouped by the file changed,
      * with the operator who made it and the record before and
      * after - so a wrong supplier term or sell price can be traced
      * back to the keystroke the morning after, not the month end.
      *
      * Changes to the user master and the fiscal calendar are
      * marked for supervisor review and counted at the foot of the
      * report; the supervisor initials the printout.
      *
      * The report covers today by default; another day is reprinted
      * by passing its date as YYYYMMDD.
      *
      * Used File
      *    - Master-File Change Log: CHGLOG.TXT
      *    - Master-File Change Report: CHGRPT.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 CHANGE-REPORT.
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
           SELECT  CHGLOG-FILE-IN
                   ASSIGN DYNAMIC RC-FN-CHGLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHGLOG-FILE-STAT.

           SELECT  CHANGE-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-CHGRPT
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as CHGLOG-RECORD in ChangeLog.cbl.
       FD  CHGLOG-FILE-IN
           RECORD CONTAINS 212 CHARACTERS
           DATA RECORD IS CHGLOG-RECORD-IN.
       01  CHGLOG-RECORD-IN.
           05  CH-DATE-IN          PIC 9(08).
           05  CH-TIME-IN          PIC 9(06).
           05  CH-FILE-ID-IN       PIC X(08).
           05  CH-ACTION-IN        PIC X(01).
           05  CH-KEY-IN           PIC X(20).
           05  CH-OPERATOR-IN      PIC X(08).
           05  CH-REVIEW-FLAG-IN   PIC X(01).
           05  CH-BEFORE-IMAGE-IN  PIC X(80).
           05  CH-AFTER-IMAGE-IN   PIC X(80).

       FD  CHANGE-REPORT-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHANGE-OUT.
       01  CHANGE-OUT                  PIC X(100).
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
           05  RC-FN-CHGLOG         PIC X(40).
           05  RC-FN-CHGRPT         PIC X(40).

      *    This record is for printing the title of the change
      *    report.
       01  CHANGE-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30)
               VALUE "MASTER-FILE CHANGE REPORT for ".
           05  TITLE-DATE-O        PIC 9(08).

      *    This record is for printing the heading of one file's
      *    changes.
       01  FILE-HEADING.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "FILE: ".
           05  FH-FILE-ID-O        PIC X(08).

      *    This record is for printing the column header under each
      *    file heading.
       01  CHANGE-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "TIME".
           05  FILLER              PIC X(08) VALUE "ACTION".
           05  FILLER              PIC X(22) VALUE "KEY".
           05  FILLER              PIC X(10) VALUE "OPERATOR".

      *    This record is for printing one change.
       01  CHANGE-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CD-TIME-O           PIC 99B99B99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CD-ACTION-O         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CD-KEY-O            PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CD-OPERATOR-O       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CD-REVIEW-O         PIC X(23).

      *    This record is for printing a record image under a change.
       01  IMAGE-DETAIL.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  IM-LABEL-O          PIC X(08).
           05  IM-IMAGE-O          PIC X(80).

      *    This record is for printing a count line - one per file,
      *    and the report totals.
       01  CHANGE-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(32).
           05  FOOTER-COUNTER      PIC ZZZZ9.

      *    The day's changes, sorted into file order, then time
      *    order; the sequence number keeps changes stamped in the
      *    same second in the order they were logged.
       01  CHANGE-TABLE.
           05  CT-COUNT            PIC 9(04) VALUE ZEROS.
           05  CT-ENTRY            OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON CT-COUNT
                                   INDEXED BY CT-IDX.
               10  CT-SORT-KEY.
                   15  CT-FILE-ID      PIC X(08).
                   15  CT-TIME         PIC 9(06).
                   15  CT-SEQUENCE     PIC 9(04).
               10  CT-ACTION           PIC X(01).
               10  CT-KEY              PIC X(20).
               10  CT-OPERATOR         PIC X(08).
               10  CT-REVIEW-FLAG      PIC X(01).
               10  CT-BEFORE-IMAGE     PIC X(80).
               10  CT-AFTER-IMAGE      PIC X(80).

       01  SWITCHES-AND-COUNTERS.
           05  CHGLOG-EOF-SW       PIC X(01) VALUE "N".
           05  CT-CHANGES-PRINTED  PIC 9(05) VALUE ZEROS.
           05  CT-FILE-CHANGES     PIC 9(05) VALUE ZEROS.
           05  CT-REVIEW-CHANGES   PIC 9(05) VALUE ZEROS.
           05  CT-CHANGES-SKIPPED  PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  CHGLOG-FILE-STAT    PIC X(02).

       01  WORK-AREAS.
           05  WS-REPORT-DATE      PIC 9(08).
           05  WS-DATE-ARG         PIC X(08).
           05  WS-CURRENT-FILE-ID  PIC X(08).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-CHANGE-REPORT.
           PERFORM 050-LOAD-RUN-CONTROL.
           PERFORM 200-DETERMINE-REPORT-DATE.
           PERFORM 200-LOAD-CHANGE-TABLE.
           IF  CT-COUNT > ZEROS
               SORT    CT-ENTRY    ASCENDING KEY CT-SORT-KEY
           END-IF.
           OPEN    OUTPUT  CHANGE-REPORT-OUT.
           PERFORM 300-PRINT-REPORT-TITLES.
           MOVE    HIGH-VALUES TO  WS-CURRENT-FILE-ID.
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-COUNT
               IF  CT-FILE-ID(CT-IDX) NOT = WS-CURRENT-FILE-ID
                   IF  WS-CURRENT-FILE-ID NOT = HIGH-VALUES
                       PERFORM 300-PRINT-FILE-TOTAL
                   END-IF
                   MOVE    CT-FILE-ID(CT-IDX)  TO  WS-CURRENT-FILE-ID
                   PERFORM 300-PRINT-FILE-HEADING
               END-IF
               PERFORM 300-PRINT-CHANGE-DETAIL
           END-PERFORM.
           IF  WS-CURRENT-FILE-ID NOT = HIGH-VALUES
               PERFORM 300-PRINT-FILE-TOTAL
           END-IF.
           PERFORM 300-PRINT-REPORT-FOOTER.
           CLOSE   CHANGE-REPORT-OUT.

           GOBACK.

      *-----------------------------------------------------------------
      * Today's changes by default; another day's are reprinted by
      * passing its date as YYYYMMDD.
      *-----------------------------------------------------------------
       200-DETERMINE-REPORT-DATE.
           ACCEPT  WS-REPORT-DATE  FROM DATE YYYYMMDD.
           MOVE    SPACES          TO  WS-DATE-ARG.
           ACCEPT  WS-DATE-ARG     FROM COMMAND-LINE.
           IF  WS-DATE-ARG IS NUMERIC
               MOVE    WS-DATE-ARG     TO  WS-REPORT-DATE
           END-IF.

      *-----------------------------------------------------------------
      * Pick the report day's changes off the log. A missing log
      * just means no maintenance has ever been done.
      *-----------------------------------------------------------------
       200-LOAD-CHANGE-TABLE.
           OPEN    INPUT   CHGLOG-FILE-IN.
           IF  CHGLOG-FILE-STAT NOT = "00"
               DISPLAY "CHANGE REPORT: NO CHGLOG.TXT FOUND, STATUS "
                       CHGLOG-FILE-STAT
               EXIT PARAGRAPH
           END-IF.
           READ    CHGLOG-FILE-IN
                   AT END  MOVE "Y" TO CHGLOG-EOF-SW.
           PERFORM UNTIL CHGLOG-EOF-SW = "Y"
               IF  CH-DATE-IN = WS-REPORT-DATE
                   PERFORM 300-TABLE-ONE-CHANGE
               END-IF
               READ    CHGLOG-FILE-IN
                       AT END  MOVE "Y" TO CHGLOG-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   CHGLOG-FILE-IN.
           IF  CT-CHANGES-SKIPPED > ZEROS
               DISPLAY "CHANGE REPORT: TABLE FULL, "
                       CT-CHANGES-SKIPPED " CHANGES NOT REPORTED"
           END-IF.

      ******************************************************************
       300-TABLE-ONE-CHANGE.
           IF  CT-COUNT NOT < 2000
               ADD     1       TO  CT-CHANGES-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD     1                   TO  CT-COUNT.
           SET     CT-IDX              TO  CT-COUNT.
           MOVE    CH-FILE-ID-IN       TO  CT-FILE-ID(CT-IDX).
           MOVE    CH-TIME-IN          TO  CT-TIME(CT-IDX).
           MOVE    CT-COUNT            TO  CT-SEQUENCE(CT-IDX).
           MOVE    CH-ACTION-IN        TO  CT-ACTION(CT-IDX).
           MOVE    CH-KEY-IN           TO  CT-KEY(CT-IDX).
           MOVE    CH-OPERATOR-IN      TO  CT-OPERATOR(CT-IDX).
           MOVE    CH-REVIEW-FLAG-IN   TO  CT-REVIEW-FLAG(CT-IDX).
           MOVE    CH-BEFORE-IMAGE-IN  TO  CT-BEFORE-IMAGE(CT-IDX).
           MOVE    CH-AFTER-IMAGE-IN   TO  CT-AFTER-IMAGE(CT-IDX).

      *-----------------------------------------------------------------
       300-PRINT-REPORT-TITLES.
           MOVE    WS-REPORT-DATE  TO  TITLE-DATE-O.
           WRITE   CHANGE-OUT      FROM    CHANGE-TITLE
                   AFTER ADVANCING 1   LINES.
           MOVE    SPACES          TO  CHANGE-OUT.
           WRITE   CHANGE-OUT.

      *-----------------------------------------------------------------
       300-PRINT-FILE-HEADING.
           MOVE    ZEROS               TO  CT-FILE-CHANGES.
           MOVE    CT-FILE-ID(CT-IDX)  TO  FH-FILE-ID-O.
           WRITE   CHANGE-OUT      FROM    FILE-HEADING
                   AFTER ADVANCING 2   LINES.
           WRITE   CHANGE-OUT      FROM    CHANGE-HEADER
                   AFTER ADVANCING 1   LINES.
           MOVE    SPACES          TO  CHANGE-OUT.
           WRITE   CHANGE-OUT.

      *-----------------------------------------------------------------
      * One change: who, when and what, then the record before and
      * after. An add has no before image and a delete no after
      * image, so those lines are left off.
      *-----------------------------------------------------------------
       300-PRINT-CHANGE-DETAIL.
           MOVE    CT-TIME(CT-IDX)     TO  CD-TIME-O.
           INSPECT CD-TIME-O   REPLACING ALL SPACE BY ":".
           EVALUATE CT-ACTION(CT-IDX)
               WHEN "A"
                   MOVE    "ADD"       TO  CD-ACTION-O
               WHEN "C"
                   MOVE    "CHANGE"    TO  CD-ACTION-O
               WHEN "D"
                   MOVE    "DELETE"    TO  CD-ACTION-O
               WHEN OTHER
                   MOVE    CT-ACTION(CT-IDX)   TO  CD-ACTION-O
           END-EVALUATE.
           MOVE    CT-KEY(CT-IDX)      TO  CD-KEY-O.
           MOVE    CT-OPERATOR(CT-IDX) TO  CD-OPERATOR-O.
           IF  CT-REVIEW-FLAG(CT-IDX) = "Y"
               MOVE    "** SUPERVISOR REVIEW **"   TO  CD-REVIEW-O
               ADD     1               TO  CT-REVIEW-CHANGES
           ELSE
               MOVE    SPACES          TO  CD-REVIEW-O
           END-IF.
           WRITE   CHANGE-OUT      FROM    CHANGE-DETAIL.
           IF  CT-ACTION(CT-IDX) NOT = "A"
               MOVE    "BEFORE:"               TO  IM-LABEL-O
               MOVE    CT-BEFORE-IMAGE(CT-IDX) TO  IM-IMAGE-O
               WRITE   CHANGE-OUT      FROM    IMAGE-DETAIL
           END-IF.
           IF  CT-ACTION(CT-IDX) NOT = "D"
               MOVE    "AFTER:"                TO  IM-LABEL-O
               MOVE    CT-AFTER-IMAGE(CT-IDX)  TO  IM-IMAGE-O
               WRITE   CHANGE-OUT      FROM    IMAGE-DETAIL
           END-IF.
           ADD     1                   TO  CT-FILE-CHANGES
                                           CT-CHANGES-PRINTED.

      *-----------------------------------------------------------------
       300-PRINT-FILE-TOTAL.
           MOVE    SPACES              TO  FOOTER-NAME.
           STRING  "CHANGES TO "       DELIMITED BY SIZE
                   WS-CURRENT-FILE-ID  DELIMITED BY SPACE
                   INTO FOOTER-NAME.
           MOVE    CT-FILE-CHANGES     TO  FOOTER-COUNTER.
           WRITE   CHANGE-OUT      FROM    CHANGE-FOOTER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-FOOTER.
           MOVE    "CHANGES PRINTED"       TO  FOOTER-NAME.
           MOVE    CT-CHANGES-PRINTED      TO  FOOTER-COUNTER.
           WRITE   CHANGE-OUT      FROM    CHANGE-FOOTER
                   AFTER ADVANCING 3   LINES.
           MOVE    "FOR SUPERVISOR REVIEW" TO  FOOTER-NAME.
           MOVE    CT-REVIEW-CHANGES       TO  FOOTER-COUNTER.
           WRITE   CHANGE-OUT      FROM    CHANGE-FOOTER
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-CHGLOG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CHGLOG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-CHGLOG.
           MOVE    SPACES      TO  RC-FN-CHGRPT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CHGRPT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-CHGRPT.

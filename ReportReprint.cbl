      ******************************************************************
      * This program is to browse the report retention library and
      * reprint any report copy still retained in it. It is run from
      * the command line with the report's file name and run date:
      *
      *    REPORT-REPRINT STOCKLDG.TXT 20260331
      *
      * reproduces that day's STOCKLDG.TXT, line for line as it was
      * printed, into REPRINT.TXT; when the report was filed more
      * than once that day the last copy is taken unless its run
      * time is passed as well (HHMMSS). The name alone lists every
      * copy of that report ever filed, and no arguments at all list
      * the whole library, into RPTBROWS.TXT - with the program and
      * window step that produced each copy, its size, and when it
      * expires or was purged.
      *
      * A reprint goes to its own file, never back under the
      * report's own name, so tonight's copy is never overwritten.
      *
      * Used File
      *    - Report Retention Library (Indexed): RPTLIB
      *    - Report Retention Index (Indexed): RPTINDEX
      *    - Reprinted Report: REPRINT.TXT
      *    - Library Browse Listing: RPTBROWS.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 REPORT-REPRINT.
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
           SELECT  RPTLIB-FILE
                   ASSIGN DYNAMIC RC-FN-RPTLIB
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RL-KEY
                   FILE STATUS IS RPTLIB-FILE-STAT.

           SELECT  RPTINDEX-FILE
                   ASSIGN DYNAMIC RC-FN-RPTINDEX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RI-KEY
                   FILE STATUS IS RPTINDEX-FILE-STAT.

           SELECT  REPRINT-OUT
                   ASSIGN DYNAMIC RC-FN-REPRINT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  BROWSE-OUT
                   ASSIGN DYNAMIC RC-FN-RPTBROWS
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  RPTLIB-FILE
           RECORD CONTAINS 236 CHARACTERS
           DATA RECORD IS REPORT-LIBRARY-RECORD.
       COPY "ReportLibrary.cpy".

       FD  RPTINDEX-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REPORT-INDEX-RECORD.
       COPY "ReportIndex.cpy".

       FD  REPRINT-OUT
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REPRINT-LINE-OUT.
       01  REPRINT-LINE-OUT            PIC X(200).

       FD  BROWSE-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BROWSE-OUT-LINE.
       01  BROWSE-OUT-LINE             PIC X(100).
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
           05  RC-FN-RPTLIB         PIC X(40).
           05  RC-FN-RPTINDEX       PIC X(40).
           05  RC-FN-REPRINT        PIC X(40).
           05  RC-FN-RPTBROWS       PIC X(40).

      *    This record is for printing the title of the browse
      *    listing.
       01  BROWSE-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30)
               VALUE "REPORT RETENTION LIBRARY for ".
           05  TITLE-SELECTION-O   PIC X(16).

      *    This record is for printing the header of the browse
      *    listing.
       01  BROWSE-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "REPORT".
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(08) VALUE "TIME".
           05  FILLER              PIC X(22) VALUE "PROGRAM".
           05  FILLER              PIC X(06) VALUE "STEP".
           05  FILLER              PIC X(08) VALUE "LINES".
           05  FILLER              PIC X(20) VALUE "STATUS".

      *    This record is for printing one filed copy.
       01  BROWSE-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BD-REPORT-NAME-O    PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BD-RUN-DATE-O       PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BD-RUN-TIME-O       PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BD-PROGRAM-O        PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BD-STEP-NUMBER-O    PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BD-LINE-COUNT-O     PIC ZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  BD-STATUS-O         PIC X(09).
           05  BD-STATUS-DATE-O    PIC 9(08).

      *    This record is for printing the footer of the browse
      *    listing.
       01  BROWSE-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(22).
           05  FOOTER-COUNTER      PIC ZZZZ9.

       01  SWITCHES-AND-COUNTERS.
           05  RPTINDEX-EOF-SW     PIC X(01).
           05  RPTLIB-EOF-SW       PIC X(01).
           05  WS-COPY-FOUND-SW    PIC X(01).
               88  COPY-FOUND                VALUE "Y".
           05  CT-COPIES-LISTED    PIC 9(05) VALUE ZEROS.
           05  CT-COPIES-RETAINED  PIC 9(05) VALUE ZEROS.
           05  CT-LINES-REPRINTED  PIC 9(06) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  RPTLIB-FILE-STAT    PIC X(02).
           05  RPTINDEX-FILE-STAT  PIC X(02).

      *    A missing library is the run's failure - flagged so it
      *    ends with a non-zero RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      *    The command line: report name, run date, run time.
       01  COMMAND-LINE-ARGUMENTS.
           05  WS-COMMAND-LINE     PIC X(80).
           05  WS-ARG-REPORT-NAME  PIC X(16).
           05  WS-ARG-RUN-DATE     PIC X(08).
           05  WS-ARG-RUN-TIME     PIC X(06).

      *    The copy chosen for reprinting.
       01  SELECTED-COPY.
           05  WS-SEL-RUN-DATE     PIC 9(08).
           05  WS-SEL-RUN-TIME     PIC 9(06).
           05  WS-SEL-LINE-COUNT   PIC 9(06).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-REPRINT-OR-BROWSE.
           PERFORM 050-LOAD-RUN-CONTROL.
           PERFORM 200-READ-COMMAND-LINE.
           PERFORM 200-OPEN-LIBRARY.
           IF  NOT ABEND-DETECTED
               IF  WS-ARG-RUN-DATE = SPACES
                   PERFORM 200-BROWSE-LIBRARY
               ELSE
                   PERFORM 200-REPRINT-ONE-COPY
               END-IF
               CLOSE   RPTLIB-FILE
                       RPTINDEX-FILE
           END-IF.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      * Report name, run date and run time, each optional from the
      * right.
      *-----------------------------------------------------------------
       200-READ-COMMAND-LINE.
           MOVE    SPACES  TO  COMMAND-LINE-ARGUMENTS.
           ACCEPT  WS-COMMAND-LINE     FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE
                   DELIMITED BY ALL SPACE
                   INTO    WS-ARG-REPORT-NAME
                           WS-ARG-RUN-DATE
                           WS-ARG-RUN-TIME.
           IF  WS-ARG-RUN-DATE NOT = SPACES
                   AND WS-ARG-RUN-DATE IS NOT NUMERIC
               DISPLAY "REPORT REPRINT: RUN DATE " WS-ARG-RUN-DATE
                       " IS NOT YYYYMMDD"
               SET     ABEND-DETECTED  TO  TRUE
           END-IF.
           IF  WS-ARG-RUN-TIME NOT = SPACES
                   AND WS-ARG-RUN-TIME IS NOT NUMERIC
               DISPLAY "REPORT REPRINT: RUN TIME " WS-ARG-RUN-TIME
                       " IS NOT HHMMSS"
               SET     ABEND-DETECTED  TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
       200-OPEN-LIBRARY.
           IF  ABEND-DETECTED
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   RPTINDEX-FILE.
           IF  RPTINDEX-FILE-STAT NOT = "00"
               DISPLAY "REPORT REPRINT: CANNOT OPEN RPTINDEX, STATUS "
                       RPTINDEX-FILE-STAT
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   RPTLIB-FILE.
           IF  RPTLIB-FILE-STAT NOT = "00"
               DISPLAY "REPORT REPRINT: CANNOT OPEN RPTLIB, STATUS "
                       RPTLIB-FILE-STAT
               CLOSE   RPTINDEX-FILE
               SET     ABEND-DETECTED  TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
      * List every filed copy of the named report, or of every
      * report when none was named, in name, date and time order.
      *-----------------------------------------------------------------
       200-BROWSE-LIBRARY.
           OPEN    OUTPUT  BROWSE-OUT.
           IF  WS-ARG-REPORT-NAME = SPACES
               MOVE    "ALL REPORTS"       TO  TITLE-SELECTION-O
           ELSE
               MOVE    WS-ARG-REPORT-NAME  TO  TITLE-SELECTION-O
           END-IF.
           WRITE   BROWSE-OUT-LINE     FROM    BROWSE-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   BROWSE-OUT-LINE     FROM    BROWSE-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES              TO  BROWSE-OUT-LINE.
           WRITE   BROWSE-OUT-LINE.
           MOVE    "N"                 TO  RPTINDEX-EOF-SW.
           MOVE    LOW-VALUES          TO  RI-KEY.
           MOVE    WS-ARG-REPORT-NAME  TO  RI-REPORT-NAME.
           START   RPTINDEX-FILE   KEY IS NOT < RI-KEY
               INVALID KEY
                   MOVE    "Y"     TO  RPTINDEX-EOF-SW
           END-START.
           PERFORM 300-READ-NEXT-INDEX.
           PERFORM UNTIL RPTINDEX-EOF-SW = "Y"
               PERFORM 300-PRINT-BROWSE-DETAIL
               PERFORM 300-READ-NEXT-INDEX
           END-PERFORM.
           MOVE    "COPIES LISTED"     TO  FOOTER-NAME.
           MOVE    CT-COPIES-LISTED    TO  FOOTER-COUNTER.
           WRITE   BROWSE-OUT-LINE     FROM    BROWSE-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "STILL RETAINED"    TO  FOOTER-NAME.
           MOVE    CT-COPIES-RETAINED  TO  FOOTER-COUNTER.
           WRITE   BROWSE-OUT-LINE     FROM    BROWSE-FOOTER
                   AFTER ADVANCING 1   LINES.
           CLOSE   BROWSE-OUT.
           DISPLAY "REPORT REPRINT: " CT-COPIES-LISTED
                   " COPIES LISTED IN RPTBROWS.TXT".

      *-----------------------------------------------------------------
      * The next index record - the browse stops at the end of the
      * named report's copies.
      *-----------------------------------------------------------------
       300-READ-NEXT-INDEX.
           IF  RPTINDEX-EOF-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           READ    RPTINDEX-FILE   NEXT
               AT END
                   MOVE    "Y"     TO  RPTINDEX-EOF-SW
           END-READ.
           IF  RPTINDEX-EOF-SW NOT = "Y"
                   AND WS-ARG-REPORT-NAME NOT = SPACES
                   AND RI-REPORT-NAME NOT = WS-ARG-REPORT-NAME
               MOVE    "Y"     TO  RPTINDEX-EOF-SW
           END-IF.

      *-----------------------------------------------------------------
       300-PRINT-BROWSE-DETAIL.
           MOVE    RI-REPORT-NAME      TO  BD-REPORT-NAME-O.
           MOVE    RI-RUN-DATE         TO  BD-RUN-DATE-O.
           MOVE    RI-RUN-TIME         TO  BD-RUN-TIME-O.
           MOVE    RI-PROGRAM          TO  BD-PROGRAM-O.
           MOVE    RI-STEP-NUMBER      TO  BD-STEP-NUMBER-O.
           MOVE    RI-LINE-COUNT       TO  BD-LINE-COUNT-O.
           IF  RI-PURGED
               MOVE    "PURGED"        TO  BD-STATUS-O
               MOVE    RI-PURGE-DATE   TO  BD-STATUS-DATE-O
           ELSE
               MOVE    "KEEP TO"       TO  BD-STATUS-O
               MOVE    RI-EXPIRY-DATE  TO  BD-STATUS-DATE-O
               ADD     1               TO  CT-COPIES-RETAINED
           END-IF.
           WRITE   BROWSE-OUT-LINE     FROM    BROWSE-DETAIL.
           ADD     1                   TO  CT-COPIES-LISTED.

      *-----------------------------------------------------------------
      * Find the copy asked for - the exact run time when one was
      * given, else that day's last retained copy - and reproduce it
      * line for line.
      *-----------------------------------------------------------------
       200-REPRINT-ONE-COPY.
           PERFORM 300-FIND-REQUESTED-COPY.
           IF  NOT COPY-FOUND
               DISPLAY "REPORT REPRINT: NO RETAINED COPY OF "
                       WS-ARG-REPORT-NAME " FOR " WS-ARG-RUN-DATE
                       " " WS-ARG-RUN-TIME
               MOVE    8       TO  RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN    OUTPUT  REPRINT-OUT.
           MOVE    "N"                 TO  RPTLIB-EOF-SW.
           MOVE    WS-ARG-REPORT-NAME  TO  RL-REPORT-NAME.
           MOVE    WS-SEL-RUN-DATE     TO  RL-RUN-DATE.
           MOVE    WS-SEL-RUN-TIME     TO  RL-RUN-TIME.
           MOVE    ZEROS               TO  RL-LINE-NUMBER.
           START   RPTLIB-FILE     KEY IS NOT < RL-KEY
               INVALID KEY
                   MOVE    "Y"     TO  RPTLIB-EOF-SW
           END-START.
           PERFORM 300-READ-NEXT-LIBRARY-LINE.
           PERFORM UNTIL RPTLIB-EOF-SW = "Y"
               WRITE   REPRINT-LINE-OUT    FROM    RL-LINE
               ADD     1       TO  CT-LINES-REPRINTED
               PERFORM 300-READ-NEXT-LIBRARY-LINE
           END-PERFORM.
           CLOSE   REPRINT-OUT.
           DISPLAY "REPORT REPRINT: " WS-ARG-REPORT-NAME " OF "
                   WS-SEL-RUN-DATE " " WS-SEL-RUN-TIME " - "
                   CT-LINES-REPRINTED " LINES TO REPRINT.TXT".
           IF  CT-LINES-REPRINTED NOT = WS-SEL-LINE-COUNT
               DISPLAY "REPORT REPRINT: INDEX SAYS "
                       WS-SEL-LINE-COUNT " LINES - COPY INCOMPLETE"
               MOVE    8       TO  RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
       300-FIND-REQUESTED-COPY.
           MOVE    "N"                 TO  WS-COPY-FOUND-SW.
           MOVE    WS-ARG-REPORT-NAME  TO  RI-REPORT-NAME.
           MOVE    WS-ARG-RUN-DATE     TO  RI-RUN-DATE.
           IF  WS-ARG-RUN-TIME NOT = SPACES
               MOVE    WS-ARG-RUN-TIME TO  RI-RUN-TIME
               READ    RPTINDEX-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF  RI-RETAINED
                   PERFORM 400-SELECT-THIS-COPY
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE    ZEROS               TO  RI-RUN-TIME.
           MOVE    "N"                 TO  RPTINDEX-EOF-SW.
           START   RPTINDEX-FILE   KEY IS NOT < RI-KEY
               INVALID KEY
                   MOVE    "Y"     TO  RPTINDEX-EOF-SW
           END-START.
           PERFORM 300-READ-NEXT-INDEX.
           PERFORM UNTIL RPTINDEX-EOF-SW = "Y"
                   OR  RI-RUN-DATE NOT = WS-ARG-RUN-DATE
               IF  RI-RETAINED
                   PERFORM 400-SELECT-THIS-COPY
               END-IF
               PERFORM 300-READ-NEXT-INDEX
           END-PERFORM.

      *-----------------------------------------------------------------
       400-SELECT-THIS-COPY.
           SET     COPY-FOUND          TO  TRUE.
           MOVE    RI-RUN-DATE         TO  WS-SEL-RUN-DATE.
           MOVE    RI-RUN-TIME         TO  WS-SEL-RUN-TIME.
           MOVE    RI-LINE-COUNT       TO  WS-SEL-LINE-COUNT.

      *-----------------------------------------------------------------
      * The next line of the chosen copy - the copy ends where the
      * key moves on to another report, date or time.
      *-----------------------------------------------------------------
       300-READ-NEXT-LIBRARY-LINE.
           IF  RPTLIB-EOF-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           READ    RPTLIB-FILE     NEXT
               AT END
                   MOVE    "Y"     TO  RPTLIB-EOF-SW
           END-READ.
           IF  RPTLIB-EOF-SW NOT = "Y"
               IF  RL-REPORT-NAME NOT = WS-ARG-REPORT-NAME
                       OR RL-RUN-DATE NOT = WS-SEL-RUN-DATE
                       OR RL-RUN-TIME NOT = WS-SEL-RUN-TIME
                   MOVE    "Y"     TO  RPTLIB-EOF-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-RPTLIB.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "RPTLIB" DELIMITED BY SIZE
                   INTO RC-FN-RPTLIB.
           MOVE    SPACES      TO  RC-FN-RPTINDEX.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "RPTINDEX" DELIMITED BY SIZE
                   INTO RC-FN-RPTINDEX.
           MOVE    SPACES      TO  RC-FN-REPRINT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "REPRINT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-REPRINT.
           MOVE    SPACES      TO  RC-FN-RPTBROWS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "RPTBROWS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-RPTBROWS.

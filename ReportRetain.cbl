      ******************************************************************
      * This program is the sub program BATCH-DRIVER CALLs after
      * every window step that ends cleanly, to file a dated copy of
      * the step's reports in the report retention library. Every
      * report the window prints is overwritten by the next night's
      * run; filed here, last March's stock ledger or the PO run a
      * supplier is disputing can be reprinted by name and date with
      * REPORT-REPRINT until its retention period runs out and
      * REPORT-PURGE drops it.
      *
      * Which reports a step produces, and how long each is kept,
      * comes from the report catalogue (RPTCATLG.TXT: step
      * PROGRAM-ID in columns 1-20, report file name in columns
      * 21-36, retention days in columns 37-40 - blank or zero takes
      * the run-control default), so adding a report to the library
      * is an operator edit. A missing catalogue falls back to the
      * window's standard reports. A listed report the step did not
      * produce tonight is noted and skipped.
      *
      * Used File
      *    - Report Catalogue: RPTCATLG.TXT
      *    - Each catalogued report file
      *    - Report Retention Library (Indexed): RPTLIB
      *    - Report Retention Index (Indexed): RPTINDEX
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 REPORT-RETAIN.
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
           SELECT  RPTCATLG-FILE
                   ASSIGN DYNAMIC RC-FN-RPTCATLG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RPTCATLG-FILE-STAT.

      *    Whichever report is being filed - the name is set per
      *    catalogue entry.
           SELECT  REPORT-FILE-IN
                   ASSIGN DYNAMIC WS-REPORT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REPORT-FILE-STAT.

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

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One report per record: the step that produces it, the
      *    report's file name, and how many days a copy is kept.
       FD  RPTCATLG-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RPTCATLG-RECORD.
       01  RPTCATLG-RECORD.
           05  RCT-STEP-NAME       PIC X(20).
           05  RCT-REPORT-NAME     PIC X(16).
           05  RCT-RETAIN-DAYS     PIC X(04).

      *    Any report line - the widest report the window prints
      *    fits, and shorter lines come in space-filled.
       FD  REPORT-FILE-IN
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REPORT-LINE-IN.
       01  REPORT-LINE-IN              PIC X(200).

       FD  RPTLIB-FILE
           RECORD CONTAINS 236 CHARACTERS
           DATA RECORD IS REPORT-LIBRARY-RECORD.
       COPY "ReportLibrary.cpy".

       FD  RPTINDEX-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REPORT-INDEX-RECORD.
       COPY "ReportIndex.cpy".

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
           05  RC-FN-RPTCATLG       PIC X(40).
           05  RC-FN-RPTLIB         PIC X(40).
           05  RC-FN-RPTINDEX       PIC X(40).

       01  SWITCHES-AND-COUNTERS.
           05  RPTCATLG-EOF-SW     PIC X(01).
           05  REPORT-EOF-SW       PIC X(01).
           05  WS-FILE-ERROR-SW    PIC X(01).
               88  FILING-FAILED             VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  RPTCATLG-FILE-STAT  PIC X(02).
           05  REPORT-FILE-STAT    PIC X(02).
           05  RPTLIB-FILE-STAT    PIC X(02).
           05  RPTINDEX-FILE-STAT  PIC X(02).

      *    The reports tonight's step produces, off the catalogue or
      *    the built-in list.
       01  STEP-REPORT-TABLE.
           05  SR-COUNT            PIC 9(02) VALUE ZEROS.
           05  SR-ENTRY            OCCURS 0 TO 50 TIMES
                                   DEPENDING ON SR-COUNT
                                   INDEXED BY SR-IDX.
               10  SR-REPORT-NAME      PIC X(16).
               10  SR-RETAIN-DAYS      PIC 9(04).

       01  WORK-AREAS.
           05  WS-REPORT-FILE-NAME PIC X(60).
           05  WS-CAT-REPORT-NAME  PIC X(16).
           05  WS-CAT-RETAIN-DAYS  PIC 9(04).
           05  WS-LINE-NUMBER      PIC 9(06).
           05  WS-EXPIRY-INT       PIC 9(08) COMP.

      ******************************************************************
       LINKAGE                     SECTION.
      *-----------------------------------------------------------------
       COPY "ReportRetain.cpy".

      ******************************************************************
       PROCEDURE                   DIVISION
                                   USING REPORT-RETAIN-PARAMETERS.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-FILE-STEP-REPORTS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    ZEROS   TO  RR-REPORTS-FILED.
           MOVE    ZEROS   TO  SR-COUNT.
           PERFORM 200-LOAD-STEP-REPORTS.
           IF  SR-COUNT = ZEROS
               EXIT PROGRAM
           END-IF.
           PERFORM 200-OPEN-LIBRARY.
           IF  FILING-FAILED
               EXIT PROGRAM
           END-IF.
           PERFORM 200-FILE-ONE-REPORT
                   VARYING SR-IDX FROM 1 BY 1
                   UNTIL   SR-IDX > SR-COUNT.
           CLOSE   RPTLIB-FILE
                   RPTINDEX-FILE.

           EXIT PROGRAM.

      *-----------------------------------------------------------------
      * The step's reports off the catalogue. No catalogue at all
      * falls back to the built-in list, so the standard reports are
      * kept even before anyone has written one.
      *-----------------------------------------------------------------
       200-LOAD-STEP-REPORTS.
           OPEN    INPUT   RPTCATLG-FILE.
           IF  RPTCATLG-FILE-STAT NOT = "00"
               PERFORM 300-LOAD-BUILT-IN-REPORTS
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  RPTCATLG-EOF-SW.
           READ    RPTCATLG-FILE
                   AT END  MOVE "Y" TO RPTCATLG-EOF-SW.
           PERFORM UNTIL RPTCATLG-EOF-SW = "Y"
               IF  RCT-STEP-NAME = RR-STEP-NAME
                       AND RCT-REPORT-NAME NOT = SPACES
                   MOVE    RCT-REPORT-NAME     TO  WS-CAT-REPORT-NAME
                   IF  RCT-RETAIN-DAYS IS NUMERIC
                       MOVE    RCT-RETAIN-DAYS TO  WS-CAT-RETAIN-DAYS
                   ELSE
                       MOVE    ZEROS           TO  WS-CAT-RETAIN-DAYS
                   END-IF
                   PERFORM 400-ADD-STEP-REPORT
               END-IF
               READ    RPTCATLG-FILE
                       AT END  MOVE "Y" TO RPTCATLG-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   RPTCATLG-FILE.

      *-----------------------------------------------------------------
      * The window's standard reports. Financial and audit reports
      * are kept seven years; the rest take the run-control default.
      *-----------------------------------------------------------------
       300-LOAD-BUILT-IN-REPORTS.
           EVALUATE RR-STEP-NAME
               WHEN "BATCH-UPDATE"
                   MOVE    "LANDEDRP.TXT"  TO  WS-CAT-REPORT-NAME
                   MOVE    2555            TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN "VMI-EXPORT"
                   MOVE    "VMILOG.TXT"    TO  WS-CAT-REPORT-NAME
                   MOVE    ZEROS           TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN "INVENTORY-REPORT"
                   MOVE    "INVREPRT.TXT"  TO  WS-CAT-REPORT-NAME
                   MOVE    ZEROS           TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
                   MOVE    "REORDER.TXT"   TO  WS-CAT-REPORT-NAME
                   PERFORM 400-ADD-STEP-REPORT
                   MOVE    "SUPPSUMM.TXT"  TO  WS-CAT-REPORT-NAME
                   PERFORM 400-ADD-STEP-REPORT
                   MOVE    "SUPPEXCP.TXT"  TO  WS-CAT-REPORT-NAME
                   PERFORM 400-ADD-STEP-REPORT
                   MOVE    "OTBHOLD.TXT"   TO  WS-CAT-REPORT-NAME
                   PERFORM 400-ADD-STEP-REPORT
                   MOVE    "PURCHORD.TXT"  TO  WS-CAT-REPORT-NAME
                   MOVE    2555            TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN "PRICE-CHANGE-APPLY"
                   MOVE    "PRCHGRPT.TXT"  TO  WS-CAT-REPORT-NAME
                   MOVE    2555            TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN "MASTER-RECONCILE"
                   MOVE    "RECONCIL.TXT"  TO  WS-CAT-REPORT-NAME
                   MOVE    ZEROS           TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN "PERIOD-CLOSE"
                   MOVE    "STOCKLDG.TXT"  TO  WS-CAT-REPORT-NAME
                   MOVE    2555            TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN "PPV-REPORT"
                   MOVE    "PPVRPT.TXT"    TO  WS-CAT-REPORT-NAME
                   MOVE    2555            TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN "GL-RECONCILE"
                   MOVE    "RECONGL.TXT"   TO  WS-CAT-REPORT-NAME
                   MOVE    2555            TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN "CHANGE-REPORT"
                   MOVE    "CHGRPT.TXT"    TO  WS-CAT-REPORT-NAME
                   MOVE    2555            TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN "MORNING-SUMMARY"
                   MOVE    "MORNSUMM.TXT"  TO  WS-CAT-REPORT-NAME
                   MOVE    ZEROS           TO  WS-CAT-RETAIN-DAYS
                   PERFORM 400-ADD-STEP-REPORT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * No retention period of its own takes the run-control default.
      *-----------------------------------------------------------------
       400-ADD-STEP-REPORT.
           IF  SR-COUNT NOT < 50
               DISPLAY "REPORT RETAIN: MORE THAN 50 REPORTS FOR "
                       RR-STEP-NAME " - " WS-CAT-REPORT-NAME
                       " NOT FILED"
               EXIT PARAGRAPH
           END-IF.
           ADD     1                   TO  SR-COUNT.
           SET     SR-IDX              TO  SR-COUNT.
           MOVE    WS-CAT-REPORT-NAME  TO  SR-REPORT-NAME(SR-IDX).
           IF  WS-CAT-RETAIN-DAYS = ZEROS
               MOVE    RC-REPORT-RETAIN-DAYS
                                       TO  SR-RETAIN-DAYS(SR-IDX)
           ELSE
               MOVE    WS-CAT-RETAIN-DAYS
                                       TO  SR-RETAIN-DAYS(SR-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * Open (on the first-ever filing, create) the library and its
      * index. A library that cannot be opened costs the night its
      * copies, not the window.
      *-----------------------------------------------------------------
       200-OPEN-LIBRARY.
           MOVE    "N"     TO  WS-FILE-ERROR-SW.
           OPEN    I-O     RPTLIB-FILE.
           IF  RPTLIB-FILE-STAT = "35"
               OPEN    OUTPUT  RPTLIB-FILE
               CLOSE   RPTLIB-FILE
               OPEN    I-O     RPTLIB-FILE
           END-IF.
           IF  RPTLIB-FILE-STAT NOT = "00"
               DISPLAY "REPORT RETAIN: CANNOT OPEN RPTLIB, STATUS "
                       RPTLIB-FILE-STAT " - " RR-STEP-NAME
                       " REPORTS NOT FILED"
               SET     FILING-FAILED   TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN    I-O     RPTINDEX-FILE.
           IF  RPTINDEX-FILE-STAT = "35"
               OPEN    OUTPUT  RPTINDEX-FILE
               CLOSE   RPTINDEX-FILE
               OPEN    I-O     RPTINDEX-FILE
           END-IF.
           IF  RPTINDEX-FILE-STAT NOT = "00"
               DISPLAY "REPORT RETAIN: CANNOT OPEN RPTINDEX, STATUS "
                       RPTINDEX-FILE-STAT " - " RR-STEP-NAME
                       " REPORTS NOT FILED"
               CLOSE   RPTLIB-FILE
               SET     FILING-FAILED   TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Copy one report into the library line by line, then index
      * the copy.
      *-----------------------------------------------------------------
       200-FILE-ONE-REPORT.
           MOVE    SPACES      TO  WS-REPORT-FILE-NAME.
           STRING  RC-FILE-PREFIX          DELIMITED BY SPACE
                   SR-REPORT-NAME(SR-IDX)  DELIMITED BY SPACE
                   INTO WS-REPORT-FILE-NAME.
           OPEN    INPUT   REPORT-FILE-IN.
           IF  REPORT-FILE-STAT NOT = "00"
               DISPLAY "REPORT RETAIN: " SR-REPORT-NAME(SR-IDX)
                       " NOT PRODUCED BY " RR-STEP-NAME
                       " - NOT FILED"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  WS-FILE-ERROR-SW.
           MOVE    ZEROS   TO  WS-LINE-NUMBER.
           MOVE    "N"     TO  REPORT-EOF-SW.
           READ    REPORT-FILE-IN
                   AT END  MOVE "Y" TO REPORT-EOF-SW.
           PERFORM UNTIL REPORT-EOF-SW = "Y" OR FILING-FAILED
               PERFORM 300-FILE-ONE-LINE
               READ    REPORT-FILE-IN
                       AT END  MOVE "Y" TO REPORT-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   REPORT-FILE-IN.
           IF  NOT FILING-FAILED
               PERFORM 300-WRITE-INDEX-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * A copy already filed under this name, date and time (the
      * same step run twice inside one second) is left as it was.
      *-----------------------------------------------------------------
       300-FILE-ONE-LINE.
           ADD     1                       TO  WS-LINE-NUMBER.
           MOVE    SR-REPORT-NAME(SR-IDX)  TO  RL-REPORT-NAME.
           MOVE    RR-RUN-DATE             TO  RL-RUN-DATE.
           MOVE    RR-RUN-TIME             TO  RL-RUN-TIME.
           MOVE    WS-LINE-NUMBER          TO  RL-LINE-NUMBER.
           MOVE    REPORT-LINE-IN          TO  RL-LINE.
           WRITE   REPORT-LIBRARY-RECORD
               INVALID KEY
                   DISPLAY "REPORT RETAIN: " SR-REPORT-NAME(SR-IDX)
                           " ALREADY FILED FOR " RR-RUN-DATE " "
                           RR-RUN-TIME " - STATUS " RPTLIB-FILE-STAT
                   SET     FILING-FAILED   TO  TRUE
           END-WRITE.

      *-----------------------------------------------------------------
       300-WRITE-INDEX-RECORD.
           MOVE    SPACES                  TO  REPORT-INDEX-RECORD.
           MOVE    SR-REPORT-NAME(SR-IDX)  TO  RI-REPORT-NAME.
           MOVE    RR-RUN-DATE             TO  RI-RUN-DATE.
           MOVE    RR-RUN-TIME             TO  RI-RUN-TIME.
           MOVE    RR-STEP-NAME            TO  RI-PROGRAM.
           MOVE    RR-STEP-NUMBER          TO  RI-STEP-NUMBER.
           MOVE    SR-RETAIN-DAYS(SR-IDX)  TO  RI-RETAIN-DAYS.
           COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(RR-RUN-DATE)
                   + SR-RETAIN-DAYS(SR-IDX).
           COMPUTE RI-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT).
           MOVE    WS-LINE-NUMBER          TO  RI-LINE-COUNT.
           SET     RI-RETAINED             TO  TRUE.
           MOVE    ZEROS                   TO  RI-PURGE-DATE.
           WRITE   REPORT-INDEX-RECORD
               INVALID KEY
                   DISPLAY "REPORT RETAIN: INDEX WRITE FAILED FOR "
                           SR-REPORT-NAME(SR-IDX) ", STATUS "
                           RPTINDEX-FILE-STAT
               NOT INVALID KEY
                   ADD     1       TO  RR-REPORTS-FILED
           END-WRITE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-RPTCATLG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "RPTCATLG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-RPTCATLG.
           MOVE    SPACES      TO  RC-FN-RPTLIB.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "RPTLIB" DELIMITED BY SIZE
                   INTO RC-FN-RPTLIB.
           MOVE    SPACES      TO  RC-FN-RPTINDEX.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "RPTINDEX" DELIMITED BY SIZE
                   INTO RC-FN-RPTINDEX.

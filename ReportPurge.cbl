      ******************************************************************
      * This program is to purge expired report copies from the
      * report retention library. Every copy REPORT-RETAIN files is
      * given an expiry date from its report's retention period; once
      * that date has passed, this step deletes the copy's lines from
      * RPTLIB. The copy's index record is kept, marked purged with
      * the date, so the browse still shows the report was produced
      * and when it was let go.
      *
      * Run as its own job step, after the nightly window. A library
      * that has never been created has nothing to purge.
      *
      * Used File
      *    - Report Retention Library (Indexed): RPTLIB
      *    - Report Retention Index (Indexed): RPTINDEX
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 REPORT-PURGE.
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

       01  SWITCHES-AND-COUNTERS.
           05  RPTINDEX-EOF-SW     PIC X(01).
           05  RPTLIB-EOF-SW       PIC X(01).
           05  CT-COPIES-READ      PIC 9(05) VALUE ZEROS.
           05  CT-COPIES-PURGED    PIC 9(05) VALUE ZEROS.
           05  CT-LINES-PURGED     PIC 9(07) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  RPTLIB-FILE-STAT    PIC X(02).
           05  RPTINDEX-FILE-STAT  PIC X(02).

      *    A library that cannot be opened or updated is the run's
      *    failure - flagged so it ends with a non-zero RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

       01  WS-TODAY                PIC 9(08).

      *    The copy being purged.
       01  PURGE-COPY-KEY.
           05  WS-PURGE-REPORT-NAME
                                   PIC X(16).
           05  WS-PURGE-RUN-DATE   PIC 9(08).
           05  WS-PURGE-RUN-TIME   PIC 9(06).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PURGE-EXPIRED-REPORTS.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY            FROM DATE YYYYMMDD.
           PERFORM 200-OPEN-LIBRARY.
           IF  NOT ABEND-DETECTED
                   AND RPTINDEX-EOF-SW NOT = "Y"
               PERFORM 300-READ-NEXT-INDEX
               PERFORM UNTIL RPTINDEX-EOF-SW = "Y"
                       OR  ABEND-DETECTED
                   ADD     1       TO  CT-COPIES-READ
                   IF  RI-RETAINED
                           AND RI-EXPIRY-DATE < WS-TODAY
                       PERFORM 200-PURGE-ONE-COPY
                   END-IF
                   PERFORM 300-READ-NEXT-INDEX
               END-PERFORM
               CLOSE   RPTLIB-FILE
                       RPTINDEX-FILE
           END-IF.
           DISPLAY "REPORT PURGE: " CT-COPIES-READ " COPIES ON FILE, "
                   CT-COPIES-PURGED " PURGED (" CT-LINES-PURGED
                   " LINES)".
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      * Both files are opened for update. A library never created
      * yet (status 35) just means there is nothing to purge.
      *-----------------------------------------------------------------
       200-OPEN-LIBRARY.
           MOVE    "N"         TO  RPTINDEX-EOF-SW.
           OPEN    I-O     RPTINDEX-FILE.
           IF  RPTINDEX-FILE-STAT = "35"
               DISPLAY "REPORT PURGE: NO REPORT LIBRARY YET"
               MOVE    "Y"     TO  RPTINDEX-EOF-SW
               EXIT PARAGRAPH
           END-IF.
           IF  RPTINDEX-FILE-STAT NOT = "00"
               DISPLAY "REPORT PURGE: CANNOT OPEN RPTINDEX, STATUS "
                       RPTINDEX-FILE-STAT
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN    I-O     RPTLIB-FILE.
           IF  RPTLIB-FILE-STAT NOT = "00"
               DISPLAY "REPORT PURGE: CANNOT OPEN RPTLIB, STATUS "
                       RPTLIB-FILE-STAT
               CLOSE   RPTINDEX-FILE
               SET     ABEND-DETECTED  TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
       300-READ-NEXT-INDEX.
           READ    RPTINDEX-FILE   NEXT
               AT END
                   MOVE    "Y"     TO  RPTINDEX-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
      * Delete every line of the expired copy, then mark its index
      * record purged. The index is rewritten in place, so the
      * sequential pass through it carries on from the same record.
      *-----------------------------------------------------------------
       200-PURGE-ONE-COPY.
           MOVE    RI-REPORT-NAME      TO  WS-PURGE-REPORT-NAME.
           MOVE    RI-RUN-DATE         TO  WS-PURGE-RUN-DATE.
           MOVE    RI-RUN-TIME         TO  WS-PURGE-RUN-TIME.
           MOVE    "N"                 TO  RPTLIB-EOF-SW.
           MOVE    WS-PURGE-REPORT-NAME
                                       TO  RL-REPORT-NAME.
           MOVE    WS-PURGE-RUN-DATE   TO  RL-RUN-DATE.
           MOVE    WS-PURGE-RUN-TIME   TO  RL-RUN-TIME.
           MOVE    ZEROS               TO  RL-LINE-NUMBER.
           START   RPTLIB-FILE     KEY IS NOT < RL-KEY
               INVALID KEY
                   MOVE    "Y"     TO  RPTLIB-EOF-SW
           END-START.
           PERFORM 300-READ-NEXT-LIBRARY-LINE.
           PERFORM UNTIL RPTLIB-EOF-SW = "Y"
               DELETE  RPTLIB-FILE     RECORD
                   INVALID KEY
                       DISPLAY "REPORT PURGE: DELETE FAILED ON "
                               RL-KEY ", STATUS " RPTLIB-FILE-STAT
                       SET     ABEND-DETECTED  TO  TRUE
                       EXIT PARAGRAPH
               END-DELETE
               ADD     1       TO  CT-LINES-PURGED
               PERFORM 300-READ-NEXT-LIBRARY-LINE
           END-PERFORM.
           SET     RI-PURGED           TO  TRUE.
           MOVE    WS-TODAY            TO  RI-PURGE-DATE.
           REWRITE REPORT-INDEX-RECORD
               INVALID KEY
                   DISPLAY "REPORT PURGE: REWRITE FAILED ON " RI-KEY
                           ", STATUS " RPTINDEX-FILE-STAT
                   SET     ABEND-DETECTED  TO  TRUE
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD     1                   TO  CT-COPIES-PURGED.
           DISPLAY "REPORT PURGE: " RI-REPORT-NAME " OF " RI-RUN-DATE
                   " " RI-RUN-TIME " EXPIRED " RI-EXPIRY-DATE.

      *-----------------------------------------------------------------
      * The next line of the copy being purged - the copy ends where
      * the key moves on to another report, date or time.
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
               IF  RL-REPORT-NAME NOT = WS-PURGE-REPORT-NAME
                       OR RL-RUN-DATE NOT = WS-PURGE-RUN-DATE
                       OR RL-RUN-TIME NOT = WS-PURGE-RUN-TIME
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

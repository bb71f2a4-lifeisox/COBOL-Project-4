      ******************************************************************
      * This program is the sub program every master-file maintenance
      * screen CALLs once an add, change or delete has gone through.
      * It stamps the change with today's date and time and appends
      * it, with the record as it stood before and after, to the
      * change log - so that when a supplier's terms, a standard cost
      * or a sell price turns out wrong there is a record of who
      * changed it, when, and from what.
      *
      * Changes to the user master and the fiscal calendar are
      * flagged for supervisor review: one grants authority, the
      * other opens and closes posting periods, and neither should
      * move without a second pair of eyes on it.
      *
      * Used File
      *    - Master-File Change Log: CHGLOG.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 CHANGE-LOG.
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
           SELECT  CHGLOG-FILE
                   ASSIGN DYNAMIC RC-FN-CHGLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHGLOG-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as CHGLOG-RECORD in ChangeReport.cbl.
       FD  CHGLOG-FILE
           RECORD CONTAINS 212 CHARACTERS
           DATA RECORD IS CHGLOG-RECORD.
       01  CHGLOG-RECORD.
           05  CH-DATE             PIC 9(08).
           05  CH-TIME             PIC 9(06).
           05  CH-FILE-ID          PIC X(08).
           05  CH-ACTION           PIC X(01).
           05  CH-KEY              PIC X(20).
           05  CH-OPERATOR         PIC X(08).
      *    "Y" when the change needs a supervisor's review.
           05  CH-REVIEW-FLAG      PIC X(01).
           05  CH-BEFORE-IMAGE     PIC X(80).
           05  CH-AFTER-IMAGE      PIC X(80).

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

       01  SWITCHES-AND-CONSTANTS.
           05  CHGLOG-FILE-STAT    PIC X(02).

       01  WS-TODAY                PIC 9(08).
       01  WS-NOW                  PIC 9(08).

      ******************************************************************
       LINKAGE                     SECTION.
      *-----------------------------------------------------------------
       COPY "ChangeLog.cpy".

      ******************************************************************
       PROCEDURE                   DIVISION
                                   USING CHANGE-LOG-PARAMETERS.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-LOG-MASTER-CHANGE.
           PERFORM 050-LOAD-RUN-CONTROL.
           OPEN    EXTEND  CHGLOG-FILE.
           IF  CHGLOG-FILE-STAT NOT = "00"
               OPEN    OUTPUT  CHGLOG-FILE
           END-IF.
           IF  CHGLOG-FILE-STAT NOT = "00"
               DISPLAY "CHANGE LOG UNAVAILABLE, STATUS "
                       CHGLOG-FILE-STAT
               EXIT PROGRAM
           END-IF.

           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           ACCEPT  WS-NOW      FROM TIME.
           MOVE    WS-TODAY            TO  CH-DATE.
           MOVE    WS-NOW(1:6)         TO  CH-TIME.
           MOVE    CHG-FILE-ID         TO  CH-FILE-ID.
           MOVE    CHG-ACTION          TO  CH-ACTION.
           MOVE    CHG-KEY             TO  CH-KEY.
           MOVE    CHG-OPERATOR        TO  CH-OPERATOR.
           IF  CHG-FILE-ID = "USERMAST" OR "FISCALCL"
               MOVE    "Y"     TO  CH-REVIEW-FLAG
           ELSE
               MOVE    "N"     TO  CH-REVIEW-FLAG
           END-IF.
           MOVE    CHG-BEFORE-IMAGE    TO  CH-BEFORE-IMAGE.
           MOVE    CHG-AFTER-IMAGE     TO  CH-AFTER-IMAGE.
           WRITE   CHGLOG-RECORD.
           CLOSE   CHGLOG-FILE.

           EXIT PROGRAM.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-CHGLOG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CHGLOG.TXT"    DELIMITED BY SIZE
                   INTO RC-FN-CHGLOG.

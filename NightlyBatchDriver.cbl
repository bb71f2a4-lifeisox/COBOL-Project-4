      *    hard-coded, so adding DEAD-STOCK-REPORT or
      *    MASTER-RECONCILE to the window is an operator edit, not a
      *    code change. A missing control file falls back to the
      *    classic window: BATCH-UPDATE, VMI-EXPORT, CONVERT-FILE,
      *    PRICE-CHANGE-APPLY, INVENTORY-REPORT. VMI-EXPORT is the
      *    one step whose failure does not stop the window - a
      *    supplier's export can be rerun on its own the next morning.
      *
      *    Every step's start time, end time, elapsed time and
      *    RETURN-CODE is appended to a persistent run log
      *    (BATCHLOG.TXT), and the window as a whole closes the night
      *    with a "*BATCH WINDOW*" record of its own, so a change to
      *    the window shows up as nights of elapsed time before and
      *    after it. On a
      *    rerun the log is read first and any step that already
      *    completed cleanly today is skipped, so a window that died
      *    at 2 a.m. resumes from the step that failed instead of
      *    them (INVENT5 with BATCH-UPDATE, INVENT6 with
      *    CONVERT-FILE).
      *
      *    Every step that ends cleanly has its reports filed in the
      *    dated report retention library by REPORT-RETAIN, so the
      *    next night's run overwriting them loses nothing.
      *
      * Used File
      *    - Job Step Control File: JOBSTEPS.TXT
      *    - Persistent Run Log: BATCHLOG.TXT
      *    - Dated Backup of Prior INVENT5.TXT
      *    - Prior-generation Master File (Indexed Sequential): INVENT6
      *    - Dated Backup of Prior INVENT6
      *    - Report Retention Library: RPTLIB, RPTINDEX (via
      *      REPORT-RETAIN)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
           05  BF-START-TIME       PIC 9(06).

      *    One record per step execution, appended forever - the
      *    operator's audit of what ran, when, and how it ended. The
      *    elapsed time is HHMMSS; a step or window that runs past
      *    midnight still gets its true elapsed time.
       FD  BATCHLOG-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS BATCHLOG-RECORD.
       01  BATCHLOG-RECORD.
           05  BL-RUN-DATE         PIC 9(08).
           05  BL-END-TIME         PIC 9(06).
           05  BL-STATUS           PIC X(07).
           05  BL-RETURN-CODE      PIC 9(05).
           05  BL-ELAPSED-TIME     PIC 9(06).

       FD  INVENT5-SOURCE
           RECORD CONTAINS 70 CHARACTERS
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Report retention parameter block: the step whose reports
      *    are to be filed in the retention library.
       COPY "ReportRetain.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  WS-STEP-STATUS      PIC X(07).
           05  WS-TIME-NOW         PIC 9(08).

      *    The window's own start time, and the work fields that turn
      *    a start and end time into an elapsed HHMMSS.
       01  ELAPSED-TIME-WORK.
           05  WS-WINDOW-START     PIC 9(06).
           05  WS-ELAPSED-TIME     PIC 9(06).
           05  WS-ELAPSED-HMS      REDEFINES WS-ELAPSED-TIME.
               10  WS-ELAPSED-HH       PIC 9(02).
               10  WS-ELAPSED-MM       PIC 9(02).
               10  WS-ELAPSED-SS       PIC 9(02).
           05  WS-HMS-TIME         PIC 9(06).
           05  WS-HMS-PARTS        REDEFINES WS-HMS-TIME.
               10  WS-HMS-HH           PIC 9(02).
               10  WS-HMS-MM           PIC 9(02).
               10  WS-HMS-SS           PIC 9(02).
           05  WS-START-SECONDS    PIC 9(06).
           05  WS-END-SECONDS      PIC 9(06).
           05  WS-ELAPSED-SECONDS  PIC 9(05).
           05  WS-ELAPSED-REMAINDER
                                   PIC 9(05).

      *    Dated names for each generation's backup, built once at the
      *    start of the run so both backups use the same run date.
       01  BACKUP-FILE-NAMES.
           IF  NOT ABEND-DETECTED
               PERFORM 200-CLEAR-BATCH-FLAG
           END-IF.
           PERFORM 200-LOG-BATCH-WINDOW.
           PERFORM 200-DISPLAY-BATCH-WINDOW-RESULT.

           STOP RUN.

      *-----------------------------------------------------------------
      * Load tonight's window from JOBSTEPS.TXT. A missing control
      * file falls back to the classic five-step window so the
      * nightly run never silently does nothing.
      *-----------------------------------------------------------------
       200-LOAD-JOB-STEPS.
           IF  ST-COUNT = ZEROS
               DISPLAY "BATCH DRIVER: NO JOB-STEP CONTROL FILE - "
                       "RUNNING THE CLASSIC WINDOW"
               MOVE    5               TO  ST-COUNT
               MOVE    "BATCH-UPDATE"  TO  ST-STEP-NAME(1)
               MOVE    "VMI-EXPORT"    TO  ST-STEP-NAME(2)
               MOVE    "CONVERT-FILE"  TO  ST-STEP-NAME(3)
               MOVE    "PRICE-CHANGE-APPLY" TO ST-STEP-NAME(4)
               MOVE    "INVENTORY-REPORT"   TO ST-STEP-NAME(5)
               MOVE    "A"             TO  ST-ON-ERROR(1)
                                           ST-ON-ERROR(3)
                                           ST-ON-ERROR(4)
                                           ST-ON-ERROR(5)
               MOVE    "C"             TO  ST-ON-ERROR(2)
           END-IF.

      *-----------------------------------------------------------------
               PERFORM UNTIL BATCHLOG-EOF-SW = "Y"
                   IF  BL-RUN-DATE = WS-CURRENT-DATE
                           AND BL-STATUS = "OK"
                           AND BL-STEP-NAME NOT = "*BATCH WINDOW*"
                       ADD     1               TO  CD-COUNT
                       SET     CD-IDX          TO  CD-COUNT
                       MOVE    BL-STEP-NAME    TO  CD-STEP-NAME(CD-IDX)
           OPEN    OUTPUT  BATCHFLG-FILE.
           MOVE    WS-CURRENT-DATE     TO  BF-RUN-DATE.
           ACCEPT  WS-TIME-NOW         FROM TIME.
           MOVE    WS-TIME-NOW(1:6)    TO  BF-START-TIME
                                           WS-WINDOW-START.
           WRITE   BATCHFLG-RECORD.
           CLOSE   BATCHFLG-FILE.

           ADD     1               TO  CT-STEPS-RUN.
           IF  WS-STEP-RC = ZEROS
               PERFORM 400-WRITE-RUN-LOG-OK
               PERFORM 400-FILE-STEP-REPORTS
           ELSE
               PERFORM 400-WRITE-RUN-LOG-FAILED
               DISPLAY "BATCH DRIVER: " WS-STEP-NAME
      *    call's tables.
           CANCEL  WS-STEP-NAME.

      *-----------------------------------------------------------------
      * Close the night's log with the window itself: from the flag
      * being raised to the last step ending, "OK" when it ran to the
      * end and "ABORTED" when a step stopped it.
      *-----------------------------------------------------------------
       200-LOG-BATCH-WINDOW.
           MOVE    "*BATCH WINDOW*"    TO  WS-STEP-NAME.
           MOVE    WS-WINDOW-START     TO  WS-STEP-START.
           ACCEPT  WS-TIME-NOW         FROM TIME.
           MOVE    WS-TIME-NOW(1:6)    TO  WS-STEP-END.
           IF  ABEND-DETECTED
               MOVE    "ABORTED"   TO  WS-STEP-STATUS
               MOVE    16          TO  WS-STEP-RC
           ELSE
               MOVE    "OK"        TO  WS-STEP-STATUS
               MOVE    ZEROS       TO  WS-STEP-RC
           END-IF.
           PERFORM 500-APPEND-RUN-LOG-RECORD.

      *-----------------------------------------------------------------
       400-WRITE-RUN-LOG-OK.
           MOVE    "OK"        TO  WS-STEP-STATUS.
           MOVE    "FAILED"    TO  WS-STEP-STATUS.
           PERFORM 500-APPEND-RUN-LOG-RECORD.

      *-----------------------------------------------------------------
      * File the clean step's reports in the retention library under
      * tonight's date and the step's end time. Filing trouble is
      * reported by REPORT-RETAIN but never fails the window - the
      * step itself did its work.
      *-----------------------------------------------------------------
       400-FILE-STEP-REPORTS.
           MOVE    WS-STEP-NAME    TO  RR-STEP-NAME.
           SET     RR-STEP-NUMBER  TO  ST-IDX.
           MOVE    WS-CURRENT-DATE TO  RR-RUN-DATE.
           MOVE    WS-STEP-END     TO  RR-RUN-TIME.
           CALL    "REPORT-RETAIN" USING REPORT-RETAIN-PARAMETERS.
           IF  RR-REPORTS-FILED > ZEROS
               DISPLAY "BATCH DRIVER: " RR-REPORTS-FILED
                       " REPORT(S) FILED FOR " WS-STEP-NAME
           END-IF.

      *-----------------------------------------------------------------
      * Opened and closed per record so the log survives a driver
      * abend mid-window.
           MOVE    WS-STEP-START   TO  BL-START-TIME.
           MOVE    WS-STEP-END     TO  BL-END-TIME.
           MOVE    WS-STEP-RC      TO  BL-RETURN-CODE.
           PERFORM 600-COMPUTE-ELAPSED-TIME.
           MOVE    WS-ELAPSED-TIME TO  BL-ELAPSED-TIME.
           WRITE   BATCHLOG-RECORD.
           CLOSE   BATCHLOG-FILE.

      *-----------------------------------------------------------------
      * Elapsed HHMMSS from WS-STEP-START to WS-STEP-END. An end
      * earlier than the start has crossed midnight.
      *-----------------------------------------------------------------
       600-COMPUTE-ELAPSED-TIME.
           MOVE    WS-STEP-START   TO  WS-HMS-TIME.
           COMPUTE WS-START-SECONDS = WS-HMS-HH * 3600
                                    + WS-HMS-MM * 60 + WS-HMS-SS.
           MOVE    WS-STEP-END     TO  WS-HMS-TIME.
           COMPUTE WS-END-SECONDS = WS-HMS-HH * 3600
                                  + WS-HMS-MM * 60 + WS-HMS-SS.
           IF  WS-END-SECONDS < WS-START-SECONDS
               ADD     86400   TO  WS-END-SECONDS
           END-IF.
           COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS.
           DIVIDE  WS-ELAPSED-SECONDS  BY  3600
                   GIVING WS-ELAPSED-HH
                   REMAINDER WS-ELAPSED-REMAINDER.
           DIVIDE  WS-ELAPSED-REMAINDER    BY  60
                   GIVING WS-ELAPSED-MM
                   REMAINDER WS-ELAPSED-SS.

      *-----------------------------------------------------------------
      * Stage last night's INVENT5.TXT under a dated name before
      * BATCH-UPDATE overwrites it with tonight's generation. A
               DISPLAY "BATCH DRIVER: NIGHTLY BATCH WINDOW ABORTED - "
                       CT-STEPS-RUN " STEP(S) RUN, "
                       CT-STEPS-SKIPPED " SKIPPED"
               DISPLAY "BATCH DRIVER: WINDOW ELAPSED " WS-ELAPSED-HH
                       ":" WS-ELAPSED-MM ":" WS-ELAPSED-SS
           ELSE
               DISPLAY "BATCH DRIVER: NIGHTLY BATCH WINDOW COMPLETED "
                       "SUCCESSFULLY - " CT-STEPS-RUN " STEP(S) RUN, "
                       CT-STEPS-SKIPPED " SKIPPED"
               DISPLAY "BATCH DRIVER: WINDOW ELAPSED " WS-ELAPSED-HH
                       ":" WS-ELAPSED-MM ":" WS-ELAPSED-SS
           END-IF.

      *-----------------------------------------------------------------

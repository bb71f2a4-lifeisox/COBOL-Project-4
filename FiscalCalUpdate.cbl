      *
      * Used File
      *    - Fiscal Period Calendar: FISCALCL.TXT (rewritten)
      *    - Master-File Change Log: CHGLOG.TXT (via CHANGE-LOG)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *    work.
       COPY "UserSignon.cpy".

      *    Change-log parameter block: every add, change and delete
      *    is logged with the record before and after.
       COPY "ChangeLog.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
       100-UPDATE-FISCAL-CALENDAR.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    5       TO  SG-REQUIRED-LEVEL.
           MOVE    "FISCAL-CAL-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN VALID-ADD AND ENTRY-FOUND
                   MOVE    CL-ENTRY(CL-IDX)    TO  CHG-BEFORE-IMAGE
                   MOVE    WS-START-DATE   TO  CL-START-DATE(CL-IDX)
                   MOVE    WS-END-DATE     TO  CL-END-DATE(CL-IDX)
                   MOVE    WS-STATUS       TO  CL-STATUS(CL-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "C"                 TO  CHG-ACTION
                   MOVE    CL-ENTRY(CL-IDX)    TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
               WHEN VALID-ADD
                   ADD     1               TO  CL-COUNT
                   SET     CL-IDX          TO  CL-COUNT
                   MOVE    WS-STATUS       TO  CL-STATUS(CL-IDX)
                   MOVE    SPACE           TO  CL-DELETED-SW(CL-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "A"                 TO  CHG-ACTION
                   MOVE    SPACES              TO  CHG-BEFORE-IMAGE
                   MOVE    CL-ENTRY(CL-IDX)    TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
               WHEN VALID-CHANGE AND ENTRY-FOUND
                   MOVE    CL-ENTRY(CL-IDX)    TO  CHG-BEFORE-IMAGE
                   MOVE    WS-START-DATE   TO  CL-START-DATE(CL-IDX)
                   MOVE    WS-END-DATE     TO  CL-END-DATE(CL-IDX)
                   MOVE    WS-STATUS       TO  CL-STATUS(CL-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "C"                 TO  CHG-ACTION
                   MOVE    CL-ENTRY(CL-IDX)    TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
               WHEN VALID-DELETE AND ENTRY-FOUND
                   MOVE    CL-ENTRY(CL-IDX)    TO  CHG-BEFORE-IMAGE
                   MOVE    "X"             TO  CL-DELETED-SW(CL-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "D"                 TO  CHG-ACTION
                   MOVE    SPACES              TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
               WHEN OTHER
                   DISPLAY ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
           ACCEPT  CONFIRM-SCREEN.
           MOVE    SPACES  TO  CONFIRM-SW.

      ******************************************************************
      * Log the change just made to the calendar, with the period
      * before and after, for the nightly change report.
      *-----------------------------------------------------------------
       500-LOG-CHANGE.
           MOVE    "FISCALCL"      TO  CHG-FILE-ID.
           MOVE    SPACES          TO  CHG-KEY.
           MOVE    WS-PERIOD-ID    TO  CHG-KEY.
           MOVE    SG-OPERATOR-ID  TO  CHG-OPERATOR.
           CALL    "CHANGE-LOG"    USING CHANGE-LOG-PARAMETERS.

      *-----------------------------------------------------------------
      * Rewrite the calendar with the live entries only. Skipped when
      * the load failed, so a bad open can't truncate the file.

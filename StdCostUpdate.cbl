      *    - Standard Cost File (Indexed Sequential): STDCOST
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Standard Cost Revaluation Report: STDREVAL.TXT (extended)
      *    - Master-File Change Log: CHGLOG.TXT (via CHANGE-LOG)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *    the operator id the session runs under.
       COPY "UserSignon.cpy".

      *    Change-log parameter block: every add, change and delete
      *    is logged with the record before and after.
       COPY "ChangeLog.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
       100-UPDATE-STDCOST-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "STD-COST-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           PERFORM 400-PRINT-REVALUATION
                           MOVE    "A"         TO  CHG-ACTION
                           MOVE    SPACES      TO  CHG-BEFORE-IMAGE
                           MOVE    STDCOST-RECORD
                                               TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-WRITE
               WHEN VALID-CHANGE
                   PERFORM 400-CHANGE-STDCOST
               WHEN VALID-DELETE
                   PERFORM 400-DELETE-STDCOST
           END-EVALUATE.

      ******************************************************************
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    STDCOST-RECORD      TO  CHG-BEFORE-IMAGE
                   MOVE    SC-STD-COST         TO  WS-OLD-STD-COST
                   MOVE    WS-NEW-STD-COST     TO  SC-STD-COST
                   MOVE    WS-NEW-EFF-DATE     TO  SC-EFFECTIVE-DATE
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           PERFORM 400-PRINT-REVALUATION
                           MOVE    "C"         TO  CHG-ACTION
                           MOVE    STDCOST-RECORD
                                               TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
       400-DELETE-STDCOST.
           READ    STDCOST-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    STDCOST-RECORD      TO  CHG-BEFORE-IMAGE
                   DELETE  STDCOST-FILE
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           MOVE    "D"         TO  CHG-ACTION
                           MOVE    SPACES      TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-DELETE
           END-READ.

      *-----------------------------------------------------------------
      * What the re-set standard is worth against the stock on the
      * shelf right now: on-hand quantity times the cost movement.
           MOVE    WS-REVALUATION  TO  RV-REVALUATION-O.
           WRITE   REVAL-OUT       FROM    REVAL-DETAIL.

      ******************************************************************
      * Log the change just made, with the record before and after,
      * for the nightly change report.
      *-----------------------------------------------------------------
       500-LOG-CHANGE.
           MOVE    "STDCOST"       TO  CHG-FILE-ID.
           MOVE    SPACES          TO  CHG-KEY.
           MOVE    SC-PART-NUMBER  TO  CHG-KEY.
           MOVE    SG-OPERATOR-ID  TO  CHG-OPERATOR.
           CALL    "CHANGE-LOG"    USING CHANGE-LOG-PARAMETERS.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.

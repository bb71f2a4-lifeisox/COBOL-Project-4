      * Used File
      *    - Selling Price List: SELLPRICE.TXT (rewritten)
      *    - Master Inventory File (Indexed Sequential): INVENT6
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
       100-UPDATE-SELL-PRICES.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "SELL-PRICE-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
                   DISPLAY NOTFOUND-ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
               WHEN VALID-ADD AND ENTRY-FOUND
                   MOVE    SL-ENTRY(SL-IDX)    TO  CHG-BEFORE-IMAGE
                   MOVE    WS-SELL-PRICE   TO  SL-SELL-PRICE(SL-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "C"                 TO  CHG-ACTION
                   MOVE    SL-ENTRY(SL-IDX)    TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
               WHEN VALID-ADD
                   ADD     1                   TO  SL-COUNT
                   SET     SL-IDX              TO  SL-COUNT
                           SL-EFFECTIVE-DATE(SL-IDX)
                   MOVE    SPACE               TO  SL-DELETED-SW(SL-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "A"                 TO  CHG-ACTION
                   MOVE    SPACES              TO  CHG-BEFORE-IMAGE
                   MOVE    SL-ENTRY(SL-IDX)    TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
               WHEN VALID-CHANGE AND ENTRY-FOUND
                   MOVE    SL-ENTRY(SL-IDX)    TO  CHG-BEFORE-IMAGE
                   MOVE    WS-SELL-PRICE   TO  SL-SELL-PRICE(SL-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "C"                 TO  CHG-ACTION
                   MOVE    SL-ENTRY(SL-IDX)    TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
               WHEN VALID-DELETE AND ENTRY-FOUND
                   MOVE    SL-ENTRY(SL-IDX)    TO  CHG-BEFORE-IMAGE
                   MOVE    "X"             TO  SL-DELETED-SW(SL-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "D"                 TO  CHG-ACTION
                   MOVE    SPACES              TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
               WHEN OTHER
                   DISPLAY NOPRICE-ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
           ACCEPT  CONFIRM-SCREEN.
           MOVE    SPACES  TO  CONFIRM-SW.

      ******************************************************************
      * Log the change just made to the price list, with the entry
      * before and after, for the nightly change report. The key is
      * the part number and effective date.
      *-----------------------------------------------------------------
       500-LOG-CHANGE.
           MOVE    "SELLPRIC"      TO  CHG-FILE-ID.
           MOVE    SPACES          TO  CHG-KEY.
           STRING  WS-PART-NUMBER      DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   WS-EFFECTIVE-DATE   DELIMITED BY SIZE
                   INTO CHG-KEY.
           MOVE    SG-OPERATOR-ID  TO  CHG-OPERATOR.
           CALL    "CHANGE-LOG"    USING CHANGE-LOG-PARAMETERS.

      *-----------------------------------------------------------------
      * Rewrite the list with the live entries only. Skipped when the
      * load failed, so a bad open can't truncate the file.

      *    to the supplier with (V) - each disposition stages the
      *    matching quarantine transaction ("Q", "G", or "H") for the
      *    nightly run, which posts it and records it on the history.
      *    A return not dealt with stays held. A scrap is a write-off,
      *    so it must name an active shrink reason off the reason
      *    table - that reason, not the customer's return reason, is
      *    what the "G" carries.
      *
      * Used File
      *    - Quarantined Returns: QUARANT.TXT (rewritten)
      *    nightly run on today's date.
       COPY "PeriodGuard.cpy".

      *    Shrink-reason guard block: a scrap is staged only with an
      *    active reason off the reason table.
       COPY "ReasonGuard.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  WK-QTY              PIC 9(07).
           05  WK-REASON           PIC X(01).
           05  WK-CUSTOMER-ID      PIC X(06).
      *    The shrink reason keyed when the return is scrapped.
           05  WK-SHRINK-REASON    PIC X(01).

      *    Every held return, loaded up front; dispositioned ones
      *    drop off the rewrite - the staged transaction and the
               LINE 13 COLUMN 55   BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  SHRINK-REASON-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 15 COLUMN  7       VALUE "SHRINK REASON CODE:"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  SS-SHRINK-REASON    PIC X(01) USING WK-SHRINK-REASON
               LINE 15 COLUMN 27   BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  BAD-REASON-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 17 COLUMN  7
                       VALUE "Not an active shrink reason code!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
       100-REVIEW-QUARANTINED-RETURNS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "QUARANTINE-REVIEW"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
                   MOVE    "R"     TO  QT-DISPOSITION(QT-IDX)
                   ADD     1       TO  CT-RELEASED
               WHEN ACTION-SCRAP
                   MOVE    SPACE   TO  WK-SHRINK-REASON
                   MOVE    "N"     TO  RG-VALID-SW
                   PERFORM 300-ACCEPT-SHRINK-REASON
                           UNTIL RG-REASON-VALID
                   MOVE    "G"     TO  WS-STAGE-CODE
                   PERFORM 300-STAGE-DISPOSITION
                   MOVE    "X"     TO  QT-DISPOSITION(QT-IDX)
           DISPLAY ACTION-SCREEN.
           ACCEPT  ACTION-SCREEN.

      *-----------------------------------------------------------------
      * Key the scrap's shrink reason and check it against the reason
      * table; the inspector stays on the line until it is good.
      *-----------------------------------------------------------------
       300-ACCEPT-SHRINK-REASON.
           DISPLAY SHRINK-REASON-SCREEN.
           ACCEPT  SHRINK-REASON-SCREEN.
           MOVE    WK-SHRINK-REASON    TO  RG-REASON-CODE.
           CALL    "REASON-GUARD"  USING REASON-GUARD-PARAMETERS.
           MOVE    RG-REASON-CODE      TO  WK-SHRINK-REASON.
           IF  RG-REASON-VALID
               DISPLAY CLEAR-ERROR-SCREEN
           ELSE
               DISPLAY BAD-REASON-ERROR-SCREEN
           END-IF.

      *-----------------------------------------------------------------
      * Stage the disposition in the nightly layout, carrying the
      * held return's reason and customer so the history line the
      * nightly run writes tells the whole story - on a scrap, the
      * shrink reason it was written off for.
      *-----------------------------------------------------------------
       300-STAGE-DISPOSITION.
           MOVE    SPACES              TO  STAGING-RECORD-OUT.
                                           TR-NEW-REORDER-PT
                                           TR-EXPIRY-DATE
                                           TR-FOREIGN-COST.
           IF  WS-STAGE-CODE = "G"
               MOVE    WK-SHRINK-REASON    TO  TR-REASON
           ELSE
               MOVE    WK-REASON           TO  TR-REASON
           END-IF.
           MOVE    WK-CUSTOMER-ID      TO  TR-CUSTOMER-ID.
           MOVE    SG-OPERATOR-ID      TO  TR-OPERATOR-ID.
           WRITE   STAGING-RECORD-OUT.

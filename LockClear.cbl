       100-CLEAR-STALE-LOCKS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    5       TO  SG-REQUIRED-LEVEL.
           MOVE    "LOCK-CLEAR"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN

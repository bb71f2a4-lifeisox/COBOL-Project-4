       100-INQUIRE-PART-LEDGER.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "PART-LEDGER-INQUIRY"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           EVALUATE TRUE
               WHEN HIST-CODE-IN = "R" OR HIST-CODE-IN = "A"
                 OR HIST-CODE-IN = "U" OR HIST-CODE-IN = "B"
                 OR HIST-CODE-IN = "Q" OR HIST-CODE-IN = "O"
                 OR HIST-CODE-IN = "2"
                   MOVE    HIST-VALUE-IN   TO  WS-EFFECT
               WHEN HIST-CODE-IN = "S" OR HIST-CODE-IN = "V"
                 OR HIST-CODE-IN = "D" OR HIST-CODE-IN = "I"
                 OR HIST-CODE-IN = "Z" OR HIST-CODE-IN = "1"
                   COMPUTE WS-EFFECT = 0 - HIST-VALUE-IN
               WHEN OTHER
                   MOVE    ZEROS           TO  WS-EFFECT

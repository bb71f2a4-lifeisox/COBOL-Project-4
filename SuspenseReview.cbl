               10  WK-OPERATOR-ID      PIC X(08).
               10  WK-FOREIGN-COST     PIC X(06).
               10  WK-CURRENCY         PIC X(03).
               10  WK-SERIAL-LINK      PIC X(03).
           05  WK-SUS-DATE         PIC 9(08).
           05  WK-VARIANCE-PCT     PIC 9(03).

       100-REVIEW-SUSPENDED-RECEIPTS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    5       TO  SG-REQUIRED-LEVEL.
           MOVE    "SUSPENSE-REVIEW"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
      *-----------------------------------------------------------------
       300-RELEASE-TO-STAGING.
      *    The release is this supervisor's act, so the staged record
      *    carries their id, not the original keyer's - except on a
      *    serialized receipt, whose serials are filed under the
      *    keyer's id and link and must still pair up with it.
           IF  WK-SERIAL-LINK = SPACES
               MOVE    SG-OPERATOR-ID  TO  WK-OPERATOR-ID
           END-IF.
           MOVE    WK-TRANS-DATA   TO  STAGING-RECORD-OUT.
           WRITE   STAGING-RECORD-OUT.


      *    force. Zero/spaces on local buys and other codes.
           05  TR-FOREIGN-COST     PIC 9(04)V99.
           05  TR-CURRENCY         PIC X(03).
           05  TR-SERIAL-LINK      PIC X(03).

       FD  AGING-REPORT-OUT
           RECORD CONTAINS 60 CHARACTERS
               10  WK-OPERATOR-ID      PIC X(08).
               10  WK-FOREIGN-COST     PIC X(06).
               10  WK-CURRENCY         PIC X(03).
               10  WK-SERIAL-LINK      PIC X(03).
           05  WK-ERR-DATE         PIC 9(08).
           05  WK-ERR-REASON       PIC X(02).
           05  WK-REASON-TEXT      PIC X(26).
           05  LINE  6 COLUMN  7       VALUE "REASON:".
           05      PIC X(26) FROM WK-REASON-TEXT
               LINE  6 COLUMN 25   FOREGROUND-COLOR YELLOW.
           05  LINE  7 COLUMN  7       VALUE "REASON CODE:".
           05  SS-TR-REASON        PIC X(01) USING WK-REASON
               LINE  7 COLUMN 25   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.
           05  LINE  8 COLUMN  7       VALUE "PART NUMBER:".
           05  SS-PART-NUMBER      PIC 9(05) USING WK-PART-NUMBER
               LINE  8 COLUMN 25   FOREGROUND-COLOR YELLOW
       100-WORK-REJECTED-RECORDS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "ERROR-CORRECTION"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
                   MOVE "POSTING PERIOD CLOSED"  TO  WK-REASON-TEXT
               WHEN "RC"
                   MOVE "RECEIPT COST MISSING"   TO  WK-REASON-TEXT
               WHEN "SN"
                   MOVE "SERIAL COUNT MISMATCH"  TO  WK-REASON-TEXT
               WHEN "SS"
                   MOVE "SERIAL STATUS CONFLICT" TO  WK-REASON-TEXT
               WHEN "RS"
                   MOVE "NO ACTIVE SHRINK REASON" TO WK-REASON-TEXT
               WHEN "XQ"
                   MOVE "SITE TRANSFER QUEUE DOWN" TO WK-REASON-TEXT
               WHEN "CA"
                   MOVE "NO CONSIGNMENT AGREEMENT" TO WK-REASON-TEXT
               WHEN "KN"
                   MOVE "KIT NOT ON HAND"        TO  WK-REASON-TEXT
               WHEN OTHER
                   MOVE "REJECTED (SEE BATCH LOG)" TO WK-REASON-TEXT
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-STAGE-CORRECTED-RECORD.
      *    The fix is this operator's act, so the staged record
      *    carries their id, not the original keyer's - except on a
      *    serialized movement, whose serials are filed under the
      *    keyer's id and link and must still pair up with it.
           IF  WK-SERIAL-LINK = SPACES
               MOVE    SG-OPERATOR-ID  TO  WK-OPERATOR-ID
           END-IF.
           MOVE    WK-TRANS-DATA   TO  STAGING-RECORD-OUT.
           WRITE   STAGING-RECORD-OUT.


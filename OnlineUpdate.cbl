      *    - Supplier File (Indexed Sequential): SUPPLIER
      *    - Inventory Report File : INVREPRT.TXT
      *    - Reorder Report File: REORDER.TXT
      *    - Part Control File (Indexed Sequential): PARTCTL
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *
      * A serialized part cannot be received, sold, returned, or
      *    transferred here - its serials are captured only through
      *    TRANS-ENTRY. Inquiry and adjustment stay open to it.
      *
      * An adjustment that counts a location down is a loss, so it
      *    must name an active shrink reason off the reason table
      *    before it posts; the journal carries that reason.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.

      *    Location master maintained by LOCATION-UPDATE - looked up
      *    as each location is keyed so an undefined or retired code
      *    is re-prompted instead of opening a balance for it.
           SELECT  LOCMAST-FILE
                   ASSIGN DYNAMIC RC-FN-LOCMAST
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS LOCM-ID
                   FILE STATUS IS LOCM-FILE-STAT.

      *    Part control master maintained by PART-CONTROL-UPDATE -
      *    looked up as the code is keyed, to keep serialized parts'
      *    movements out of this screen.
           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

      *    Part/location balances - the keyed location's on-hand is
      *    read from here and written back as each movement posts,
      *    and IN-QUANTITY is recomputed as the total of the part's
      *    records.
           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
           05  IN-UNIT-PRICE       PIC 9(04)V99.
           05  IN-REORDER-POINT    PIC 9(03).
           05  IN-SUPPLIER-ID      PIC X(02).
           05  FILLER              PIC X(27).

       FD  JOURNAL-FILE-OUT
           RECORD CONTAINS 59 CHARACTERS
           05  JRN-OLD-QTY         PIC 9(07).
           05  JRN-NEW-QTY         PIC 9(07).
           05  JRN-DIFFERENCE      PIC S9(07).
      *    Reason code carried by return updates ("C"/"V") - the
      *    monthly returns report reads it - and the shrink reason on
      *    an adjustment ("A") that counted a location down; space on
      *    everything else.
           05  JRN-REASON          PIC X(01).
      *    The operator who posted the update - carved out of what
      *    was filler, so the record length and every other reader's
      *    layout are unchanged.
           05  JRN-OPERATOR-ID     PIC X(08).
      *    The location the update posted at, likewise carved out of
      *    filler; spaces on a new-part add.
           05  JRN-LOCATION        PIC X(02).
           05  FILLER              PIC X(06).

       FD  BATCHFLG-FILE
           RECORD CONTAINS 14 CHARACTERS
           05  LOCM-CAPACITY       PIC 9(07).
           05  LOCM-TYPE           PIC X(01).

      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  PC-SERIALIZED       PIC X(01).
           05  FILLER              PIC X(34).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    cannot silently overwrite each other's REWRITE.
       COPY "RecordLock.cpy".

      *    Shrink-reason guard block: a downward adjustment posts
      *    only with an active reason off the reason table.
       COPY "ReasonGuard.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-BATCHFLG       PIC X(40).
           05  RC-FN-LOCMAST        PIC X(40).
           05  RC-FN-QUARANT        PIC X(40).
           05  RC-FN-PARTCTL        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  INVALID-SW          PIC X(01) VALUE SPACES.
               88  ADDING-NEW-PART           VALUE "Y".
           05  VALUE-SW            PIC X(01) VALUE SPACES.
               88  VALUE-OK                  VALUE "Y".
           05  WS-LOC-OK-SW        PIC X(01).
               88  LOCATION-ACCEPTED         VALUE "Y".
           05  WS-LOC-MASTER-OK-SW PIC X(01).
      *    yet, the master lookup is skipped and any code passes.
           05  LOCMAST-AVAIL-SW    PIC X(01) VALUE "N".
               88  LOCMAST-AVAILABLE         VALUE "Y".
      *    Set when PARTCTL opened - with none built yet, no part is
      *    serialized.
           05  PARTCTL-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTCTL-AVAILABLE         VALUE "Y".
           05  PARTLOC-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTLOC-AVAILABLE         VALUE "Y".
      *    Set while BATCH-DRIVER's in-progress flag is up for today:
      *    lookups only, no posting.
           05  WS-INQ-ONLY-SW      PIC X(01) VALUE "N".
           05  WS-TO-LOCATION      PIC X(02) VALUE SPACES.
           05  WS-REASON           PIC X(01) VALUE SPACES.
               88  VALID-REASON              VALUE "D" "W" "O" "R".
      *    The keyed location's on-hand off PARTLOC, and where a
      *    transfer moves from.
           05  WS-LOC-QTY          PIC 9(07).
           05  WS-FROM-LOCATION    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  PARTLOC-EOF-SW      PIC X(01).
           05  LOCM-FILE-STAT      PIC X(02).
           05  BATCHFLG-STAT       PIC X(02).
           05  QUARANT-FILE-STAT   PIC X(02).
           05  PARTCTL-FILE-STAT   PIC X(02).
           05  WS-TODAY-DATE       PIC 9(08).
       
       01  CONFIRM-AND-ERROR-MESSAGES.
                       VALUE "Sale quantity exceeds quantity on hand!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  SERIALIZED-ERROR-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 15 COLUMN  7
                       VALUE "Serialized part - key it in TRANS-ENTRY!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  BAD-LOCATION-ERROR-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 15 COLUMN  7
                       VALUE "Location not on location master!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  LOCKOUT-ERROR-SCREEN.
               LINE 17 COLUMN 32   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.

       01  SHRINK-REASON-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 17 COLUMN  7
                       VALUE "COUNT IS DOWN - SHRINK REASON:"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  SS-SHRINK-REASON    PIC X(01) TO    WS-REASON
               LINE 17 COLUMN 38   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.

       01  BAD-REASON-ERROR-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 15 COLUMN  7
                       VALUE "Not an active shrink reason code!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  ADJUST-INFO-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 17 COLUMN  7       VALUE "ADJUSTMENT DIFFERENCE:"
       100-UPDATE-INVENTORY-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "INVENTORY-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           ELSE
               PERFORM 300-OPEN-INVENTORY-FILE
               PERFORM 300-INITIALIZE-SWITCHES
               IF  INQUIRY-ONLY-MODE AND PARTLOC-AVAILABLE
                   DISPLAY "INVENTORY UPDATE: BATCH WINDOW RUNNING "
                           "SINCE " BF-START-TIME
                           " - INQUIRIES ONLY"
           IF  LOCM-FILE-STAT = "00"
               SET     LOCMAST-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STAT = "00"
               SET     PARTCTL-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    EXTEND  QUARANT-FILE-OUT.
           IF  QUARANT-FILE-STAT NOT = "00"
               OPEN    OUTPUT  QUARANT-FILE-OUT
           END-IF.
      *    With no balance file to post to, nothing can move - the
      *    session drops to lookups only.
           OPEN    I-O     PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT = "35"
               OPEN    OUTPUT  PARTLOC-FILE
               CLOSE   PARTLOC-FILE
               OPEN    I-O     PARTLOC-FILE
           END-IF.
           IF  PARTLOC-FILE-STAT = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
           ELSE
               MOVE    "Y"     TO  WS-INQ-ONLY-SW
               MOVE    SPACES  TO  LOCKOUT-MESSAGE
               STRING  "PARTLOC status " PARTLOC-FILE-STAT
                       " - inquiry only"
                       DELIMITED BY SIZE
                       INTO LOCKOUT-MESSAGE
               DISPLAY "INVENTORY UPDATE: CANNOT OPEN PART/LOCATION "
                       "BALANCE FILE - STATUS " PARTLOC-FILE-STAT
           END-IF.
           ACCEPT  WS-CURRENT-DATE FROM DATE YYYYMMDD.
      
      *-----------------------------------------------------------------
                   PERFORM 400-ACCEPT-LOCATION UNTIL LOCATION-ACCEPTED
                   MOVE    SPACES              TO  VALUE-SW
                   PERFORM 400-ACCEPT-TRANS-VALUE UNTIL VALUE-OK
                   MOVE    SPACES  TO  WS-REASON
                   IF  VALID-CUST-RETURN OR VALID-VENDOR-RETURN
                       PERFORM 400-ACCEPT-RETURN-REASON
                           UNTIL VALID-REASON
                   END-IF
                   IF  VALID-ADJUST AND WS-VALUE < WS-LOC-QTY
                       MOVE    "N"     TO  RG-VALID-SW
                       PERFORM 400-ACCEPT-SHRINK-REASON
                           UNTIL RG-REASON-VALID
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Adjustments are scoped to the single location keyed in on
      * SS-LOCATION, same as sales and receipts, so IN-QUANTITY stays
      * the sum of the part's PARTLOC balances after
      * 400-RECOMPUTE-PART-TOTAL runs.
      *-----------------------------------------------------------------
       300-UPDATE-FIELDS.
           IF  ADDING-NEW-PART
           IF  LOCMAST-AVAILABLE
               CLOSE   LOCMAST-FILE
           END-IF.
           IF  PARTCTL-AVAILABLE
               CLOSE   PARTCTL-FILE
           END-IF.
           IF  PARTLOC-AVAILABLE
               CLOSE   PARTLOC-FILE
           END-IF.
       
      *-----------------------------------------------------------------
       400-DISPLAY-OPENING-SCREEN.
               MOVE    FUNCTION UPPER-CASE(WS-CODE)    TO  JRN-CODE
               MOVE    WS-VALUE        TO  JRN-VALUE
               IF  VALID-CUST-RETURN OR VALID-VENDOR-RETURN
                       OR VALID-ADJUST
                   MOVE    WS-REASON   TO  JRN-REASON
               END-IF
               MOVE    WS-LOCATION     TO  JRN-LOCATION
           END-IF.
           MOVE    WS-OLD-QUANTITY     TO  JRN-OLD-QTY.
           MOVE    IN-QUANTITY         TO  JRN-NEW-QTY.
           ACCEPT  REASON-SCREEN.
           MOVE    FUNCTION UPPER-CASE(WS-REASON)  TO  WS-REASON.

      *-----------------------------------------------------------------
      * Key the shrink reason for an adjustment that counts the
      * location down, checked against the reason table.
      *-----------------------------------------------------------------
       400-ACCEPT-SHRINK-REASON.
           DISPLAY SHRINK-REASON-SCREEN.
           ACCEPT  SHRINK-REASON-SCREEN.
           MOVE    WS-REASON       TO  RG-REASON-CODE.
           CALL    "REASON-GUARD"  USING REASON-GUARD-PARAMETERS.
           MOVE    RG-REASON-CODE  TO  WS-REASON.
           IF  RG-REASON-VALID
               DISPLAY CLEAR-ERROR-SCREEN
           ELSE
               DISPLAY BAD-REASON-ERROR-SCREEN
           END-IF.

      *-----------------------------------------------------------------
       400-ACCEPT-TRANS-CODE.
           ACCEPT  SS-CODE.
               DISPLAY LOCKOUT-ERROR-SCREEN
               MOVE    "X"     TO  WS-CODE
           END-IF.
           IF  VALID-CODE AND NOT VALID-INQUIRY AND NOT VALID-ADJUST
               PERFORM 400-CHECK-SERIALIZED-PART
           END-IF.

      *-----------------------------------------------------------------
      * A movement of a serialized part must name its serials, which
      * only TRANS-ENTRY captures - the code is refused here.
      *-----------------------------------------------------------------
       400-CHECK-SERIALIZED-PART.
           IF  NOT PARTCTL-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    IN-PART-NUMBER  TO  PC-PART-NUMBER.
           READ    PARTCTL-FILE
               INVALID KEY
                   MOVE    "N"     TO  PC-SERIALIZED
           END-READ.
           IF  PC-SERIALIZED = "Y"
               DISPLAY SERIALIZED-ERROR-SCREEN
               MOVE    "X"     TO  WS-CODE
           END-IF.
           
      *-----------------------------------------------------------------
       400-ACCEPT-TRANS-VALUE.
           ACCEPT  SS-VALUE.
           IF  (VALID-SALE OR VALID-TRANSFER OR VALID-VENDOR-RETURN)
                   AND WS-VALUE > WS-LOC-QTY
               DISPLAY OVERSELL-ERROR-SCREEN
               MOVE    "N"     TO  VALUE-SW
           ELSE
           IF  NOT LOC-ON-MASTER
               DISPLAY BAD-LOCATION-ERROR-SCREEN
           ELSE
               PERFORM 400-READ-PART-LOCATION
               DISPLAY CLEAR-ERROR-SCREEN
               MOVE    "Y"     TO  WS-LOC-OK-SW
           END-IF.

      *-----------------------------------------------------------------
           END-IF.

      *-----------------------------------------------------------------
      * Read the part's on-hand at WS-LOCATION off PARTLOC into
      * WS-LOC-QTY. A location the part has never been stocked at
      * reads as zero - its record is written when something posts.
      *-----------------------------------------------------------------
       400-READ-PART-LOCATION.
           MOVE    IN-PART-NUMBER  TO  PLB-PART-NUMBER.
           MOVE    WS-LOCATION     TO  PLB-LOCATION.
           READ    PARTLOC-FILE
               INVALID KEY
                   MOVE    ZEROS           TO  WS-LOC-QTY
               NOT INVALID KEY
                   MOVE    PLB-QUANTITY    TO  WS-LOC-QTY
           END-READ.

      *-----------------------------------------------------------------
      * Write WS-LOC-QTY back as the part's balance at WS-LOCATION,
      * adding the record the first time the location is posted to.
      *-----------------------------------------------------------------
       400-STORE-PART-LOCATION.
           MOVE    SPACES          TO  PART-LOCATION-RECORD.
           MOVE    IN-PART-NUMBER  TO  PLB-PART-NUMBER.
           MOVE    WS-LOCATION     TO  PLB-LOCATION.
           MOVE    WS-LOC-QTY      TO  PLB-QUANTITY.
           WRITE   PART-LOCATION-RECORD.
           IF  PARTLOC-FILE-STAT = "22"
               REWRITE PART-LOCATION-RECORD
           END-IF.

      *-----------------------------------------------------------------
       400-POST-SALE-TO-LOCATION.
           SUBTRACT WS-VALUE FROM WS-LOC-QTY.
           PERFORM 400-STORE-PART-LOCATION.
           PERFORM 400-RECOMPUTE-PART-TOTAL.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       400-POST-RECEIPT-TO-LOCATION.
           ADD     WS-VALUE     TO  WS-LOC-QTY.
           PERFORM 400-STORE-PART-LOCATION.
           PERFORM 400-RECOMPUTE-PART-TOTAL.

      *-----------------------------------------------------------------
      * shows the difference for just that location.
      *-----------------------------------------------------------------
       400-POST-ADJUST-TO-LOCATION.
           COMPUTE WS-ADJUST-DIFF = WS-VALUE - WS-LOC-QTY.
           MOVE    WS-VALUE     TO  WS-LOC-QTY.
           PERFORM 400-STORE-PART-LOCATION.
           DISPLAY ADJUST-INFO-SCREEN.
           PERFORM 400-RECOMPUTE-PART-TOTAL.

      * selected and oversell-guarded on the main screen) into the
      * to-location keyed here, in one unit of work. The part total
      * does not change, so the journal difference comes out zero and
      * the move never reads as demand. The from-location is posted
      * first and the to-location read fresh after it, so a transfer
      * keyed back into its own location nets to nothing.
      *-----------------------------------------------------------------
       400-POST-TRANSFER-TO-LOCATION.
           MOVE    WS-LOCATION     TO  WS-FROM-LOCATION.
           ACCEPT  SS-TO-LOCATION.
           PERFORM 400-VALIDATE-TO-LOCATION.
           DISPLAY CLEAR-ERROR-SCREEN.
           MOVE    WS-LOCATION     TO  WS-TO-LOCATION.
           MOVE    WS-FROM-LOCATION TO WS-LOCATION.
           PERFORM 400-READ-PART-LOCATION.
           SUBTRACT WS-VALUE FROM WS-LOC-QTY.
           PERFORM 400-STORE-PART-LOCATION.
           MOVE    WS-TO-LOCATION  TO  WS-LOCATION.
           PERFORM 400-READ-PART-LOCATION.
           ADD     WS-VALUE     TO  WS-LOC-QTY.
           PERFORM 400-STORE-PART-LOCATION.
           PERFORM 400-RECOMPUTE-PART-TOTAL.

      *-----------------------------------------------------------------
      * Validate the keyed to-location against the location master,
      * re-prompting while the master rejects it. WS-LOCATION comes
      * back holding it, spaces defaulted to "01".
      *-----------------------------------------------------------------
       400-VALIDATE-TO-LOCATION.
           MOVE    WS-TO-LOCATION  TO  WS-LOCATION.
           IF  WS-LOCATION = SPACES
               MOVE    "01"        TO  WS-LOCATION
               END-IF
               PERFORM 400-CHECK-LOCATION-MASTER
           END-PERFORM.

      *-----------------------------------------------------------------
      * A brand-new part's starting quantity (already keyed into
               PERFORM 400-CHECK-LOCATION-MASTER
           END-PERFORM.
           DISPLAY CLEAR-ERROR-SCREEN.
           MOVE    IN-QUANTITY     TO  WS-LOC-QTY.
           PERFORM 400-STORE-PART-LOCATION.

      *-----------------------------------------------------------------
      * Keep IN-QUANTITY, the part-level total, equal to the sum of
      * the part's on-hand across all its PARTLOC balances.
      *-----------------------------------------------------------------
       400-RECOMPUTE-PART-TOTAL.
           MOVE    ZEROS           TO  IN-QUANTITY.
           MOVE    IN-PART-NUMBER  TO  PLB-PART-NUMBER.
           MOVE    LOW-VALUES      TO  PLB-LOCATION.
           START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
               INVALID KEY
                   MOVE    "Y"     TO  PARTLOC-EOF-SW
               NOT INVALID KEY
                   MOVE    "N"     TO  PARTLOC-EOF-SW
           END-START.
           PERFORM UNTIL PARTLOC-EOF-SW = "Y"
               READ    PARTLOC-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  PARTLOC-EOF-SW
                   NOT AT END
                       IF  PLB-PART-NUMBER NOT = IN-PART-NUMBER
                           MOVE    "Y"     TO  PARTLOC-EOF-SW
                       ELSE
                           ADD     PLB-QUANTITY    TO  IN-QUANTITY
                       END-IF
               END-READ
           END-PERFORM.

      
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "QUARANT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-QUARANT.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.

      * balance-line merge demands - and written out as
      * TRANSACTIONS.TXT for the nightly run, then cleared.
      *
      * A receipt, sale, return, or transfer of a serialized part
      * also captures one serial number per unit through the
      * SERIAL-CAPTURE subprogram; the staged transaction carries
      * the link to its serials, and the release moves the day's
      * serials out to SERIALS.TXT beside the transactions.
      *
      * A receipt from a source that sells in a larger unit than the
      * part is stocked in (PARTSUPP's purchase unit and conversion
      * factor) may be keyed as the supplier counts it - cases and
      * the price per case - and is staged converted to stocking
      * units and the cost per stocking unit, so nothing downstream
      * ever sees the supplier's unit.
      *
      * A part made obsolete on PARTCTL may not move at all: every
      * transaction keyed against it is refused. A discontinued part
      * still sells off and receives what is already on order.
      *
      * A consignment receipt (code M) puts a supplier's own stock on
      * our shelves under its CONSIGN agreement - the part's usual
      * supplier unless another is keyed - and is refused when no
      * agreement exists. A return to supplier (V) may name the
      * consignor whose stock is going back.
      *
      * Used File
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - Transaction Staging File: TRANSTG.TXT
      *    - Released Transaction File: TRANSACTIONS.TXT
      *    - Serial Staging File: SERSTG.TXT
      *    - Released Serial File: SERIALS.TXT
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *    - Part Control File (Indexed Sequential): PARTCTL
      *    - Consignment Agreement File (Indexed): CONSIGN
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    Read by key per transaction.
           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

      *    Read once sequentially at start-up to total each
      *    location's on-hand across all parts for the put-away
      *    capacity check, then by part for a receipt's own
      *    locations.
           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

      *    The day's keyed transactions, in entry order. Opened EXTEND
      *    so a clerk can leave and come back without losing the
      *    morning's work.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXCHRATE-FILE-STAT.

      *    The serials SERIAL-CAPTURE staged today, and the released
      *    serial file the end-of-day release appends them to -
      *    BATCH-UPDATE leaves any whose transaction did not post
      *    there for the resubmission.
           SELECT  SERSTG-FILE
                   ASSIGN DYNAMIC RC-FN-SERSTG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SERSTG-FILE-STAT.

           SELECT  SERIALS-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-SERIALS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SERIALS-FILE-STAT.

      *    Cross-reference read by part and the part's supplier for
      *    the unit a receipt may be keyed in.
           SELECT  PARTSUPP-FILE-IN
                   ASSIGN DYNAMIC RC-FN-PARTSUPP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PS-KEY
                   FILE STATUS IS PARTSUPP-FILE-STAT.

      *    Part control, read for the part's lifecycle status as
      *    each part number is keyed.
           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

      *    Consignment agreements, read by part and supplier as a
      *    consignment receipt or consignor return is keyed.
           SELECT  CONSIGN-FILE
                   ASSIGN DYNAMIC RC-FN-CONSIGN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CN-KEY
                   FILE STATUS IS CONSIGN-FILE-STAT.

      *    Customer master maintained by CUSTOMER-UPDATE - looked up
      *    as each customer id is keyed on a sale or customer return,
      *    so a mis-keyed id is re-prompted instead of riding
           05  IN-UNIT-PRICE       PIC 9(04)V99.
           05  IN-REORDER-POINT    PIC 9(03).
           05  IN-SUPPLIER-ID      PIC X(02).
           05  FILLER              PIC X(27).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

      *    Same 100-byte layout as TRANS-RECORD-IN in BatchUpdate.cbl.
       FD  STAGING-FILE
      *    force. Zero/spaces on local buys and other codes.
           05  TR-FOREIGN-COST     PIC 9(04)V99.
           05  TR-CURRENCY         PIC X(03).
      *    On a movement of a serialized part: the link its serials
      *    were staged under by SERIAL-CAPTURE. Spaces otherwise.
           05  TR-SERIAL-LINK      PIC X(03).

       FD  TRANS-FILE-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TRANS-RECORD-OUT.
       01  TRANS-RECORD-OUT        PIC X(100).

      *    Same layout as SERSTG-RECORD in SerialCapture.cbl.
       FD  SERSTG-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SERSTG-RECORD.
       01  SERSTG-RECORD           PIC X(40).

       FD  SERIALS-FILE-OUT
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SERIALS-RECORD-OUT.
       01  SERIALS-RECORD-OUT      PIC X(40).

       FD  LOCMAST-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS LOCMAST-RECORD.

      *    Same layout as SUPPLIER-RECORD in SupplierUpdate.cbl.
       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SUPP-ID             PIC X(02).
           05  SUPP-PHONE          PIC X(12).
           05  SUPP-TERMS          PIC X(10).
           05  SUPP-CURRENCY       PIC X(03).
           05  SUPP-VMI-FLAG       PIC X(01).
           05  FILLER              PIC X(14).

      *    Same layout as EXCHRATE-RECORD in ExchRateUpdate.cbl.
       FD  EXCHRATE-FILE-IN
           05  CUSTM-CONTACT       PIC X(20).
           05  CUSTM-PHONE         PIC X(12).

      *    Same layout as PARTSUPP-RECORD in PartSupplierUpdate.cbl.
       FD  PARTSUPP-FILE-IN
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PARTSUPP-RECORD-IN.
       01  PARTSUPP-RECORD-IN.
           05  PS-KEY.
               10  PS-PART-NUMBER  PIC 9(05).
               10  PS-SUPPLIER-ID  PIC X(02).
           05  PS-PRICE            PIC 9(04)V99.
           05  PS-LEAD-TIME        PIC 9(03).
           05  PS-PREFERRED        PIC X(01).
           05  PS-PURCH-UOM        PIC X(04).
           05  PS-CONV-FACTOR      PIC 9(05).

      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  PC-SERIALIZED       PIC X(01).
           05  PC-STOCK-UOM        PIC X(04).
           05  PC-LIFECYCLE        PIC X(01).
               88  PC-OBSOLETE               VALUE "O".
           05  FILLER              PIC X(29).

       FD  CONSIGN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONSIGN-RECORD.
       COPY "Consignment.cpy".

       FD  SORTED-WORK-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SORTED-WORK-RECORD.
      *    sits in a closed fiscal period.
       COPY "PeriodGuard.cpy".

      *    Serial-capture parameter block: a movement of a serialized
      *    part is not staged until every unit's serial is keyed.
       COPY "SerialCapture.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-TRANSSRT       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-TRANSTG        PIC X(40).
           05  RC-FN-TRANSACTIONS   PIC X(40).
           05  RC-FN-TRANSORT       PIC X(40).
           05  RC-FN-LOCMAST        PIC X(40).
           05  RC-FN-CUSTMAST       PIC X(40).
           05  RC-FN-PARTSUPP       PIC X(40).
           05  RC-FN-PARTCTL        PIC X(40).
           05  RC-FN-SELLPRICE      PIC X(40).
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-EXCHRATE       PIC X(40).
           05  RC-FN-SERSTG         PIC X(40).
           05  RC-FN-SERIALS        PIC X(40).
           05  RC-FN-CONSIGN        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
      *    yet, the master lookup is skipped and any code passes.
           05  LOCMAST-AVAIL-SW    PIC X(01) VALUE "N".
               88  LOCMAST-AVAILABLE         VALUE "Y".
      *    Set when PARTLOC opened - without it the put-away totals
      *    stay at zero and no location is taken as the part's own.
           05  PARTLOC-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTLOC-AVAILABLE         VALUE "Y".
           05  WS-LOC-MASTER-OK-SW PIC X(01).
               88  LOC-ON-MASTER             VALUE "Y".
      *    Set when CUSTMAST opened - with no customer master built
               88  CUSTMAST-AVAILABLE        VALUE "Y".
           05  WS-CUST-MASTER-OK-SW PIC X(01).
               88  CUST-ON-MASTER            VALUE "Y".
      *    Set when PARTSUPP opened - without it every receipt is
      *    keyed in stocking units, as before.
           05  PARTSUPP-AVAIL-SW   PIC X(01) VALUE "N".
               88  PARTSUPP-AVAILABLE        VALUE "Y".
      *    Set when PARTCTL opened - without it every part is active.
           05  PARTCTL-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTCTL-AVAILABLE         VALUE "Y".
           05  PART-OBSOLETE-SW    PIC X(01) VALUE "N".
               88  PART-OBSOLETE             VALUE "Y".
      *    Set when CONSIGN opened - with no agreements file built
      *    yet, the agreement check is skipped and any supplier
      *    passes.
           05  CONSIGN-AVAIL-SW    PIC X(01) VALUE "N".
               88  CONSIGN-AVAILABLE         VALUE "Y".
           05  WS-CONSIGN-OK-SW    PIC X(01).
               88  CONSIGN-AGREEMENT-OK      VALUE "Y".
      *    Set when the operator abandons a serial capture - the
      *    transaction keyed is dropped instead of staged.
           05  WS-DROP-ENTRY-SW    PIC X(01) VALUE "N".
               88  DROP-ENTRY                VALUE "Y".

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.

       01  FILE-STATUS-AND-MISC.
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  STAGING-FILE-STAT   PIC X(02).
           05  LOCM-FILE-STAT      PIC X(02).
           05  CUSTM-FILE-STAT     PIC X(02).
           05  PARTSUPP-FILE-STAT  PIC X(02).
           05  PARTCTL-FILE-STAT   PIC X(02).
           05  SERSTG-FILE-STAT    PIC X(02).
           05  SERIALS-FILE-STAT   PIC X(02).
           05  CONSIGN-FILE-STAT   PIC X(02).
           05  SERSTG-EOF-SW       PIC X(01).
           05  WS-CODE             PIC X(01).
               88  VALID-CODE      VALUE "S" "s" "R" "r" "A" "a"
                                         "T" "t" "C" "c" "V" "v"
                                         "B" "b" "M" "m" "Z" "z".
               88  VALID-SALE      VALUE "S" "s".
               88  VALID-RECEIPT   VALUE "R" "r".
               88  VALID-CONSIGN-RECEIPT     VALUE "M" "m".
               88  VALID-ADD       VALUE "A" "a".
               88  VALID-TRANSFER  VALUE "T" "t".
               88  VALID-RETURN    VALUE "C" "c" "V" "v".
               88  VALID-KIT-BUILD VALUE "B" "b".
               88  VALID-KIT-DISASSEMBLY     VALUE "Z" "z".
      *    The movements that name the serials of a serialized part.
               88  SERIAL-MOVEMENT VALUE "R" "r" "S" "s" "T" "t"
                                         "C" "c" "V" "v" "M" "m".
           05  WS-PART-NUMBER      PIC 9(05).
           05  WS-VALUE            PIC 9(07).
           05  WS-LOCATION         PIC X(02) VALUE SPACES.
               88  VALID-REASON              VALUE "D" "W" "O" "R".
           05  WS-RECEIPT-COST     PIC 9(04)V99 VALUE ZEROS.
           05  WS-CUSTOMER-ID      PIC X(06) VALUE SPACES.
      *    The consignor of a consignment receipt or return; spaces
      *    on a return means owned stock is going back.
           05  WS-CONSIGN-SUPPLIER PIC X(02) VALUE SPACES.
           05  WS-CONSIGN-PROMPT   PIC X(32) VALUE SPACES.
           05  WS-LOT-NUMBER       PIC X(10) VALUE SPACES.
           05  WS-EXPIRY-DATE      PIC 9(08) VALUE ZEROS.
           05  WS-STAGED-COUNT     PIC 9(05) VALUE ZEROS.

      *    The unit a receipt was keyed in: the supplier's purchase
      *    unit and how many stocking units make one, the quantity
      *    and cost as keyed, and whether they converted cleanly.
       01  RECEIPT-UNIT-CONTROL.
           05  WS-RECEIPT-UNIT     PIC X(01) VALUE SPACES.
               88  VALID-RECEIPT-UNIT        VALUE "P" "p" "S" "s".
               88  KEYED-IN-PURCH-UNIT       VALUE "P" "p".
           05  WS-PURCH-UOM        PIC X(04) VALUE SPACES.
           05  WS-CONV-FACTOR      PIC 9(05) VALUE 1.
           05  WS-KEYED-QTY        PIC 9(07) VALUE ZEROS.
           05  WS-KEYED-COST       PIC 9(06)V99 VALUE ZEROS.
           05  WS-UNIT-CONV-OK-SW  PIC X(01) VALUE "Y".
               88  UNIT-CONV-OK              VALUE "Y".

      *    The selling-price list, loaded once at start-up, and the
      *    price in force found for the sale being keyed.
       01  SELL-PRICE-CONTROL.

       01  PUT-AWAY-WORK.
           05  LOCMAST-EOF-SW      PIC X(01).
           05  PARTLOC-EOF-SW      PIC X(01).
           05  WS-SUGGEST-LOCATION PIC X(02) VALUE SPACES.
           05  WS-SUGGEST-FOUND-SW PIC X(01).
               88  PUT-AWAY-FOUND            VALUE "Y".
           05  WS-ROOM-QTY         PIC S9(09).

       01  SELL-PRICE-TABLE.
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "     PART NUMBER:".
               10  LINE  7 COLUMN  7   VALUE "CODE:".
               10  LINE  7 COLUMN 27
                           VALUE "R/S/A/T/C/V, (B)uild kit, (M)consign".
               10  LINE  8 COLUMN 27
                           VALUE "(Z) take a kit apart".
               10  LINE  9 COLUMN  7   VALUE "TRANSACTION QTY.:".
               10  LINE 10 COLUMN  7   VALUE "LOCATION CODE:".
               10  LINE 11 COLUMN  7   VALUE "RECEIPT COST:".
               10  SS-LOCATION         PIC X(02) TO    WS-LOCATION
                   LINE 10 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-RECEIPT-COST     PIC 9(06)V99 TO WS-KEYED-COST
                   LINE 11 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-TO-LOCATION      PIC X(02) TO    WS-TO-LOCATION
                       VALUE "Part already on master - can't add!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  OBSOLETE-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 17 COLUMN  7
                       VALUE "Part is obsolete - no movement allowed!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  REASON-SCREEN.
           05  LINE 16 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 16 COLUMN  7
               LINE 15 COLUMN 33   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.

       01  CONSIGN-SUPPLIER-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR BLACK.
           05                          PIC X(32) FROM WS-CONSIGN-PROMPT
               LINE 15 COLUMN  7
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  SS-CONSIGN-SUPPLIER PIC X(02) TO    WS-CONSIGN-SUPPLIER
               LINE 15 COLUMN 40   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.

       01  CURRENCY-INFO-SCREEN.
           05  LINE 21 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 21 COLUMN  7
               LINE 21 COLUMN 43
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  RECEIPT-UNIT-SCREEN.
           05  LINE 16 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 16 COLUMN  7
                       VALUE "KEYED IN (P)URCH OR (S)TOCK UNIT?"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  SS-RECEIPT-UNIT     PIC X(01) TO    WS-RECEIPT-UNIT
               LINE 16 COLUMN 41   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.
           05                          PIC X(04)
                                       FROM WS-PURCH-UOM
               LINE 16 COLUMN 44
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 16 COLUMN 49       VALUE "OF"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC ZZZZ9
                                       FROM WS-CONV-FACTOR
               LINE 16 COLUMN 52
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  RECEIPT-UNIT-INFO-SCREEN.
           05  LINE 16 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 16 COLUMN  7
                       VALUE "QTY/COST PER"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC X(04)
                                       FROM WS-PURCH-UOM
               LINE 16 COLUMN 20
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 16 COLUMN 25       VALUE "- STOCK QTY"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC ZZZZZZ9
                                       FROM WS-VALUE
               LINE 16 COLUMN 37
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  UNIT-OVERFLOW-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 17 COLUMN  7
                       VALUE "Too large once converted - rekey!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  NO-RATE-WARN-SCREEN.
           05  LINE 21 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 21 COLUMN  7
                       VALUE "Customer not on customer master!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  SERIAL-QTY-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 17 COLUMN  7
                       VALUE "Serialized part - quantity over"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.
           05                          PIC ZZ9 FROM SX-MAX-QUANTITY
               LINE 17 COLUMN 39
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.
           05  LINE 17 COLUMN 43       VALUE "- split it!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  BAD-LOCATION-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 17 COLUMN  7
                       VALUE "Location not on location master!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  NO-AGREEMENT-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 17 COLUMN  7
                       VALUE "No consignment agreement for supplier!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLUE.

       100-ENTER-TRANSACTIONS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "TRANS-ENTRY"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
      *-----------------------------------------------------------------
       200-PROCEED-TRANS-ENTRY.
           PERFORM 300-ENTER-STAGED-RECORD.
           IF  DROP-ENTRY
               DISPLAY "SERIAL CAPTURE ABANDONED - TRANSACTION "
                       "NOT STAGED"
           ELSE
               PERFORM 300-WRITE-STAGED-RECORD
           END-IF.
           PERFORM 300-ASK-ANOTHER.

      *-----------------------------------------------------------------
           IF  LOCMAST-AVAILABLE
               CLOSE   LOCMAST-FILE
           END-IF.
           IF  PARTLOC-AVAILABLE
               CLOSE   PARTLOC-FILE
           END-IF.
           IF  CUSTMAST-AVAILABLE
               CLOSE   CUSTMAST-FILE
           END-IF.
           IF  PARTSUPP-AVAILABLE
               CLOSE   PARTSUPP-FILE-IN
           END-IF.
           IF  PARTCTL-AVAILABLE
               CLOSE   PARTCTL-FILE
           END-IF.
           IF  CONSIGN-AVAILABLE
               CLOSE   CONSIGN-FILE
           END-IF.
           PERFORM 300-ASK-RELEASE.
           IF  CONFIRM-YES
               PERFORM 300-RELEASE-STAGED-FILE
           IF  LOCM-FILE-STAT = "00"
               SET     LOCMAST-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   CUSTMAST-FILE.
           IF  CUSTM-FILE-STAT = "00"
               SET     CUSTMAST-AVAILABLE  TO  TRUE
           END-IF.
           OPEN    INPUT   PARTSUPP-FILE-IN.
           IF  PARTSUPP-FILE-STAT = "00"
               SET     PARTSUPP-AVAILABLE  TO  TRUE
           END-IF.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STAT = "00"
               SET     PARTCTL-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   CONSIGN-FILE.
           IF  CONSIGN-FILE-STAT = "00"
               SET     CONSIGN-AVAILABLE   TO  TRUE
           END-IF.
           PERFORM 400-LOAD-SELL-PRICE-TABLE.
           PERFORM 400-BUILD-LOCATION-TOTALS.
           PERFORM 400-LOAD-CURRENCY-TABLES.
      *-----------------------------------------------------------------
       300-ENTER-STAGED-RECORD.
           MOVE    SPACES  TO  ENTRY-OK-SW.
           MOVE    "N"     TO  WS-DROP-ENTRY-SW.
           PERFORM 400-ACCEPT-AND-VALIDATE-KEYS UNTIL ENTRY-OK.
           PERFORM 400-ACCEPT-TRANS-DETAILS.
           PERFORM 400-CAPTURE-SERIALS.

      *-----------------------------------------------------------------
      * Build and write the staged transaction in BATCH-UPDATE's
               MOVE    ZEROS           TO  TR-NEW-REORDER-PT
               MOVE    SPACES          TO  TR-NEW-SUPPLIER-ID
           END-IF.
      *    A consignment receipt or return carries its consignor in
      *    the new-supplier field, which only an add otherwise uses.
           IF  VALID-CONSIGN-RECEIPT
                   OR  WS-CODE = "V" OR WS-CODE = "v"
               MOVE    WS-CONSIGN-SUPPLIER TO  TR-NEW-SUPPLIER-ID
           END-IF.
           MOVE    WS-PART-NUMBER      TO  TR-PART-NUMBER.
           MOVE    FUNCTION UPPER-CASE(WS-CODE)    TO  TR-CODE.
           MOVE    WS-VALUE            TO  TR-VALUE.
           MOVE    SG-OPERATOR-ID      TO  TR-OPERATOR-ID.
           MOVE    WS-FOREIGN-COST     TO  TR-FOREIGN-COST.
           MOVE    WS-PART-CURRENCY    TO  TR-CURRENCY.
           MOVE    SX-SERIAL-LINK      TO  TR-SERIAL-LINK.
           WRITE   STAGING-RECORD.
           ADD     1                   TO  WS-STAGED-COUNT.
      *    A staged receipt is stock on its way to the chosen
      *    location - count it now so the next suggestion this
      *    session sees the floor as it will be, not as it was.
           IF  VALID-RECEIPT OR VALID-CONSIGN-RECEIPT
               PERFORM 500-ADD-STAGED-RECEIPT-TO-LOC
           END-IF.

                   DISPLAY DUPLICATE-ERROR-SCREEN
                   PERFORM 500-PAUSE-ON-ERROR
               WHEN    (VALID-SALE OR VALID-RECEIPT OR VALID-RETURN
                        OR VALID-TRANSFER OR VALID-KIT-BUILD
                        OR VALID-KIT-DISASSEMBLY
                        OR VALID-CONSIGN-RECEIPT)
                       AND NOT PART-FOUND
                   DISPLAY NOTFOUND-ERROR-SCREEN
                   PERFORM 500-PAUSE-ON-ERROR
               WHEN    PART-FOUND AND PART-OBSOLETE
                   DISPLAY OBSOLETE-ERROR-SCREEN
                   PERFORM 500-PAUSE-ON-ERROR
               WHEN    OTHER
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "Y"     TO  ENTRY-OK-SW
      *-----------------------------------------------------------------
       400-ACCEPT-TRANS-DETAILS.
           ACCEPT  SS-VALUE.
           MOVE    1       TO  WS-CONV-FACTOR.
           MOVE    "S"     TO  WS-RECEIPT-UNIT.
           IF  VALID-RECEIPT
               PERFORM 500-ACCEPT-RECEIPT-UNIT
           END-IF.
      *    A serialized part is keyed one serial per unit, so the
      *    quantity is held to what can be captured.
           MOVE    "N"     TO  SX-SERIALIZED-SW.
           IF  SERIAL-MOVEMENT
               MOVE    "Q"             TO  SX-ACTION
               MOVE    WS-PART-NUMBER  TO  SX-PART-NUMBER
               CALL    "SERIAL-CAPTURE"
                       USING SERIAL-CAPTURE-PARAMETERS
               PERFORM UNTIL NOT SX-SERIALIZED
                       OR WS-VALUE NOT > SX-MAX-QUANTITY
                   DISPLAY SERIAL-QTY-ERROR-SCREEN
                   ACCEPT  SS-VALUE
                   IF  VALID-RECEIPT
                       PERFORM 500-ACCEPT-RECEIPT-UNIT
                   END-IF
               END-PERFORM
               DISPLAY CLEAR-ERROR-SCREEN
           END-IF.
      *    A receipt gets its put-away suggestion before the
      *    location is keyed, so the receiver can simply take it.
           IF  VALID-RECEIPT OR VALID-CONSIGN-RECEIPT
               PERFORM 500-SUGGEST-PUT-AWAY
           END-IF.
           ACCEPT  SS-LOCATION.
           MOVE    SPACES  TO  WS-PART-CURRENCY.
           MOVE    ZEROS   TO  WS-FOREIGN-COST.
           IF  VALID-RECEIPT
               PERFORM 500-ACCEPT-RECEIPT-COST
               PERFORM 500-CONVERT-RECEIPT-CURRENCY
               DISPLAY LOT-SCREEN
               ACCEPT  LOT-SCREEN
           END-IF.
           MOVE    SPACES  TO  WS-CONSIGN-SUPPLIER.
           IF  VALID-CONSIGN-RECEIPT
               PERFORM 500-ACCEPT-CONSIGN-SUPPLIER
               DISPLAY LOT-SCREEN
               ACCEPT  LOT-SCREEN
           END-IF.
           IF  WS-CODE = "V" OR WS-CODE = "v"
               PERFORM 500-ACCEPT-CONSIGN-SUPPLIER
           END-IF.
           MOVE    SPACES  TO  WS-TO-LOCATION.
           IF  VALID-TRANSFER
               PERFORM 500-ACCEPT-TO-LOCATION
               ACCEPT  NEW-PART-SCREEN
           END-IF.

      *-----------------------------------------------------------------
      * Capture the serials of a serialized part's movement once the
      * rest of it is keyed. No link back means the operator gave up
      * on the capture, and the transaction is dropped.
      *-----------------------------------------------------------------
       400-CAPTURE-SERIALS.
           MOVE    SPACES  TO  SX-SERIAL-LINK.
           IF  NOT SERIAL-MOVEMENT OR NOT SX-SERIALIZED
               EXIT PARAGRAPH
           END-IF.
           MOVE    "C"             TO  SX-ACTION.
           MOVE    WS-PART-NUMBER  TO  SX-PART-NUMBER.
           MOVE    FUNCTION UPPER-CASE(WS-CODE)    TO  SX-CODE.
      *    Consigned stock arrives like any receipt as far as its
      *    serials are concerned.
           IF  VALID-CONSIGN-RECEIPT
               MOVE    "R"             TO  SX-CODE
           END-IF.
           MOVE    WS-VALUE        TO  SX-QUANTITY.
           MOVE    WS-LOCATION     TO  SX-LOCATION.
           MOVE    SG-OPERATOR-ID  TO  SX-OPERATOR-ID.
           CALL    "SERIAL-CAPTURE"    USING SERIAL-CAPTURE-PARAMETERS.
           IF  SX-SERIAL-LINK = SPACES
               MOVE    "Y"     TO  WS-DROP-ENTRY-SW
           END-IF.

      *-----------------------------------------------------------------
      * A receipt from a source selling in a larger unit may be keyed
      * in that unit: the receiver says which, and a purchase-unit
      * quantity is multiplied out to stocking units on the spot. A
      * quantity too large to hold once multiplied is keyed again.
      *-----------------------------------------------------------------
       500-ACCEPT-RECEIPT-UNIT.
           MOVE    1       TO  WS-CONV-FACTOR.
           MOVE    SPACES  TO  WS-PURCH-UOM.
           MOVE    "S"     TO  WS-RECEIPT-UNIT.
           PERFORM 600-LOOK-UP-PURCH-UNIT.
           IF  WS-CONV-FACTOR NOT > 1
               EXIT PARAGRAPH
           END-IF.
           MOVE    SPACES  TO  WS-RECEIPT-UNIT.
           PERFORM UNTIL VALID-RECEIPT-UNIT
               DISPLAY RECEIPT-UNIT-SCREEN
               ACCEPT  RECEIPT-UNIT-SCREEN
           END-PERFORM.
           IF  NOT KEYED-IN-PURCH-UNIT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 600-MULTIPLY-OUT-QUANTITY.
           PERFORM UNTIL UNIT-CONV-OK
               DISPLAY UNIT-OVERFLOW-ERROR-SCREEN
               ACCEPT  SS-VALUE
               PERFORM 600-MULTIPLY-OUT-QUANTITY
           END-PERFORM.
           DISPLAY CLEAR-ERROR-SCREEN.
           DISPLAY RECEIPT-UNIT-INFO-SCREEN.

      *-----------------------------------------------------------------
       600-LOOK-UP-PURCH-UNIT.
           IF  NOT PARTSUPP-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-PART-NUMBER  TO  PS-PART-NUMBER.
           MOVE    IN-SUPPLIER-ID  TO  PS-SUPPLIER-ID.
           READ    PARTSUPP-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  PS-CONV-FACTOR > 1
                       MOVE    PS-CONV-FACTOR  TO  WS-CONV-FACTOR
                       MOVE    PS-PURCH-UOM    TO  WS-PURCH-UOM
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       600-MULTIPLY-OUT-QUANTITY.
           MOVE    "Y"         TO  WS-UNIT-CONV-OK-SW.
           MOVE    WS-VALUE    TO  WS-KEYED-QTY.
           COMPUTE WS-VALUE = WS-KEYED-QTY * WS-CONV-FACTOR
               ON SIZE ERROR
                   MOVE    "N"     TO  WS-UNIT-CONV-OK-SW
           END-COMPUTE.

      *-----------------------------------------------------------------
      * The cost is keyed per the unit the quantity was keyed in and
      * staged per stocking unit; one that will not fit once divided
      * down is keyed again.
      *-----------------------------------------------------------------
       500-ACCEPT-RECEIPT-COST.
           MOVE    "N"     TO  WS-UNIT-CONV-OK-SW.
           PERFORM UNTIL UNIT-CONV-OK
               MOVE    ZEROS   TO  WS-KEYED-COST
               ACCEPT  SS-RECEIPT-COST
               MOVE    "Y"     TO  WS-UNIT-CONV-OK-SW
               IF  KEYED-IN-PURCH-UNIT
                   COMPUTE WS-RECEIPT-COST ROUNDED =
                           WS-KEYED-COST / WS-CONV-FACTOR
                       ON SIZE ERROR
                           MOVE    "N"     TO  WS-UNIT-CONV-OK-SW
                   END-COMPUTE
               ELSE
                   COMPUTE WS-RECEIPT-COST = WS-KEYED-COST
                       ON SIZE ERROR
                           MOVE    "N"     TO  WS-UNIT-CONV-OK-SW
                   END-COMPUTE
               END-IF
               IF  NOT UNIT-CONV-OK
                   DISPLAY UNIT-OVERFLOW-ERROR-SCREEN
               END-IF
           END-PERFORM.
           DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
      * Key the return reason, upper-cased and held to the four codes
      * the returns report buckets on.

      *-----------------------------------------------------------------
      * Build the put-away picture: every active location with its
      * capacity, then one sequential pass over PARTLOC totalling
      * each location's on-hand across all parts. With no location
      * master the table stays empty and no suggestion prints.
      *-----------------------------------------------------------------
                       END-IF
               END-READ
           END-PERFORM.
           IF  NOT PARTLOC-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    LOW-VALUES  TO  PLB-KEY.
           START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
               INVALID KEY
                   MOVE    "Y"     TO  PARTLOC-EOF-SW
               NOT INVALID KEY
                   MOVE    "N"     TO  PARTLOC-EOF-SW
           END-START.
           PERFORM UNTIL PARTLOC-EOF-SW = "Y"
               READ PARTLOC-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  PARTLOC-EOF-SW
                   NOT AT END
                       PERFORM 500-ADD-BALANCE-TO-LOC-TOTALS
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
       500-ADD-BALANCE-TO-LOC-TOTALS.
           IF  LT-COUNT > ZEROS
               SET     LT-IDX  TO  1
               SEARCH  LT-ENTRY
                       WHEN    LT-CODE(LT-IDX) = PLB-LOCATION
                           ADD     PLB-QUANTITY    TO
                                   LT-TOTAL-QTY(LT-IDX)
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Load each supplier's currency and the dated exchange rates.
           END-PERFORM.

      *-----------------------------------------------------------------
      * Suggest where the receipt should go: first a location the
      * part already has a balance at that can still absorb the
      * quantity, then any other active location with room. Capacity
      * zero means no stated limit. When nothing has room the
      * receiver is warned - the first anyone used to hear of an
           END-IF.
           MOVE    "N"     TO  WS-SUGGEST-FOUND-SW.
           MOVE    SPACES  TO  WS-SUGGEST-LOCATION.
           MOVE    "Y"     TO  PARTLOC-EOF-SW.
           IF  PARTLOC-AVAILABLE
               MOVE    WS-PART-NUMBER  TO  PLB-PART-NUMBER
               MOVE    LOW-VALUES      TO  PLB-LOCATION
               START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
                   NOT INVALID KEY
                       MOVE    "N"     TO  PARTLOC-EOF-SW
               END-START
           END-IF.
           PERFORM UNTIL PARTLOC-EOF-SW = "Y"
                       OR  PUT-AWAY-FOUND
               READ PARTLOC-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  PARTLOC-EOF-SW
                   NOT AT END
                       IF  PLB-PART-NUMBER NOT = WS-PART-NUMBER
                           MOVE    "Y"     TO  PARTLOC-EOF-SW
                       ELSE
                           PERFORM 600-CHECK-CANDIDATE-ROOM
                       END-IF
               END-READ
           END-PERFORM.
           IF  NOT PUT-AWAY-FOUND
               PERFORM VARYING LT-IDX FROM 1 BY 1
           END-IF.

      *-----------------------------------------------------------------
      * One of the part's own locations: suggested when it is on the
      * active table with room for the receipt quantity.
      *-----------------------------------------------------------------
       600-CHECK-CANDIDATE-ROOM.
           SET     LT-IDX  TO  1.
           SEARCH  LT-ENTRY
                   WHEN    LT-CODE(LT-IDX) = PLB-LOCATION
                       PERFORM 600-CHECK-TABLE-ROOM
           END-SEARCH.

           END-PERFORM.
           DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
      * Key the consignor. On a consignment receipt spaces mean the
      * part's own supplier; on a return spaces mean the stock going
      * back is ours, not a consignor's. A keyed or defaulted
      * consignor must hold an agreement for the part.
      *-----------------------------------------------------------------
       500-ACCEPT-CONSIGN-SUPPLIER.
           IF  VALID-CONSIGN-RECEIPT
               MOVE    "CONSIGNOR (blank=part's own):"
                                       TO  WS-CONSIGN-PROMPT
           ELSE
               MOVE    "RETURN TO CONSIGNOR (blank=no):"
                                       TO  WS-CONSIGN-PROMPT
           END-IF.
           DISPLAY CONSIGN-SUPPLIER-SCREEN.
           ACCEPT  CONSIGN-SUPPLIER-SCREEN.
           PERFORM 500-CHECK-CONSIGN-AGREEMENT.
           PERFORM UNTIL CONSIGN-AGREEMENT-OK
               DISPLAY NO-AGREEMENT-ERROR-SCREEN
               ACCEPT  SS-CONSIGN-SUPPLIER
               PERFORM 500-CHECK-CONSIGN-AGREEMENT
           END-PERFORM.
           DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
       500-CHECK-CONSIGN-AGREEMENT.
           MOVE    FUNCTION UPPER-CASE(WS-CONSIGN-SUPPLIER)
                                       TO  WS-CONSIGN-SUPPLIER.
           IF  VALID-CONSIGN-RECEIPT AND WS-CONSIGN-SUPPLIER = SPACES
               MOVE    IN-SUPPLIER-ID  TO  WS-CONSIGN-SUPPLIER
           END-IF.
           MOVE    "Y"     TO  WS-CONSIGN-OK-SW.
           IF  CONSIGN-AVAILABLE AND WS-CONSIGN-SUPPLIER NOT = SPACES
               MOVE    WS-PART-NUMBER      TO  CN-PART-NUMBER
               MOVE    WS-CONSIGN-SUPPLIER TO  CN-SUPPLIER-ID
               READ CONSIGN-FILE   KEY IS  CN-KEY
                   INVALID KEY
                       MOVE    "N"     TO  WS-CONSIGN-OK-SW
               END-READ
           END-IF.

      *-----------------------------------------------------------------
       500-CHECK-CUSTOMER-MASTER.
           MOVE    "Y"     TO  WS-CUST-MASTER-OK-SW.
           READ INVENT-FILE    KEY IS  IN-PART-NUMBER
               INVALID KEY     MOVE    "N"     TO  PART-FOUND-SW
               NOT INVALID KEY MOVE    "Y"     TO  PART-FOUND-SW.
           PERFORM 500-LOOK-UP-LIFECYCLE.

      *-----------------------------------------------------------------
      * An obsolete part is refused whatever the code keyed; a part
      * with no control record is active.
      *-----------------------------------------------------------------
       500-LOOK-UP-LIFECYCLE.
           MOVE    "N"     TO  PART-OBSOLETE-SW.
           IF  NOT PARTCTL-AVAILABLE OR NOT PART-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-PART-NUMBER  TO  PC-PART-NUMBER.
           READ    PARTCTL-FILE
               NOT INVALID KEY
                   IF  PC-OBSOLETE
                       MOVE    "Y"     TO  PART-OBSOLETE-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       500-ACCEPT-TRANS-CODE.
                   TRANS-FILE-OUT.
           OPEN    OUTPUT  STAGING-FILE.
           CLOSE   STAGING-FILE.
           PERFORM 400-RELEASE-STAGED-SERIALS.

      *-----------------------------------------------------------------
      * The day's serials follow their transactions out: appended to
      * SERIALS.TXT (which may still hold serials of transactions
      * the nightly run could not post) and cleared from staging.
      *-----------------------------------------------------------------
       400-RELEASE-STAGED-SERIALS.
           OPEN    INPUT   SERSTG-FILE.
           IF  SERSTG-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN    EXTEND  SERIALS-FILE-OUT.
           IF  SERIALS-FILE-STAT NOT = "00"
               OPEN    OUTPUT  SERIALS-FILE-OUT
           END-IF.
           MOVE    "N"     TO  SERSTG-EOF-SW.
           READ    SERSTG-FILE
                   AT END  MOVE "Y" TO SERSTG-EOF-SW.
           PERFORM UNTIL SERSTG-EOF-SW = "Y"
               WRITE   SERIALS-RECORD-OUT  FROM  SERSTG-RECORD
               READ    SERSTG-FILE
                       AT END  MOVE "Y" TO SERSTG-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SERSTG-FILE
                   SERIALS-FILE-OUT.
           OPEN    OUTPUT  SERSTG-FILE.
           CLOSE   SERSTG-FILE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-TRANSTG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANSTG.TXT" DELIMITED BY SIZE
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "EXCHRATE.TXT" DELIMITED BY SIZE
                   INTO RC-FN-EXCHRATE.
           MOVE    SPACES      TO  RC-FN-SERSTG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERSTG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SERSTG.
           MOVE    SPACES      TO  RC-FN-SERIALS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERIALS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SERIALS.
           MOVE    SPACES      TO  RC-FN-PARTSUPP.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPP.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.
           MOVE    SPACES      TO  RC-FN-CONSIGN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSIGN" DELIMITED BY SIZE
                   INTO RC-FN-CONSIGN.

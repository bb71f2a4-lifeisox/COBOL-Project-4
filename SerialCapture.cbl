      ******************************************************************
      * This program is the sub program the staging programs CALL to
      * capture the serial numbers of a movement of a serialized
      * part: TRANS-ENTRY for everything keyed at the desk,
      * ASN-RECEIVING for receipts against an ASN, and SHIP-CONFIRM
      * for shipped order lines.
      *
      * A part is serialized when its PARTCTL record says so; any
      * other part returns at once with no link. For a serialized
      * part the operator keys one serial per unit. Each serial is
      * checked as it is keyed - against the others keyed for the
      * same movement, and against the serial master: a receipt may
      * not bring in a serial already in stock, a sale, vendor
      * return, or transfer must name serials in stock at the
      * location it moves from, and a customer return must name a
      * serial that was sold. The accepted serials are written to
      * the serial staging file under a link number, unique for the
      * operator among everything staged or still waiting in the
      * released serial file, and the link is handed back for the
      * staged transaction to carry. Keying "*" for a serial
      * abandons the capture; the caller then drops the movement.
      * The end-of-day release moves the serial staging file out
      * beside TRANSACTIONS.TXT.
      *
      * Used File
      *    - Part Control File (Indexed Sequential): PARTCTL
      *    - Serial Master File (Indexed Sequential): SERMAST
      *    - Serial Staging File: SERSTG.TXT
      *    - Released Serial File: SERIALS.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SERIAL-CAPTURE.
       AUTHOR.                     Aradhita Mohanty,
                                   Byung Seon Kim,
                                   Elena Sveshnikova,
                                   Karadjordje Dabic,
                                   Nadia Chubarev.
       DATE-WRITTEN.               October 15, 2026.
       DATE-COMPILED.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            ASUS X751.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    Part control master maintained by PART-CONTROL-UPDATE -
      *    carries the serialized flag.
           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

      *    Serial master maintained by BATCH-UPDATE - where each
      *    serial is and what last happened to it.
           SELECT  SERMAST-FILE
                   ASSIGN DYNAMIC RC-FN-SERMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SR-KEY
                   FILE STATUS IS SERMAST-FILE-STAT.

      *    The day's captured serials, beside TRANSTG.TXT.
           SELECT  SERSTG-FILE
                   ASSIGN DYNAMIC RC-FN-SERSTG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SERSTG-FILE-STAT.

      *    Released serials not yet posted by BATCH-UPDATE - read
      *    only to keep a new link clear of the ones still waiting.
           SELECT  SERIALS-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SERIALS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SERIALS-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  PC-SERIALIZED       PIC X(01).
           05  FILLER              PIC X(34).

      *    Same layout as SERMAST-RECORD in BatchUpdate.cbl.
       FD  SERMAST-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SERMAST-RECORD.
       01  SERMAST-RECORD.
           05  SR-KEY.
               10  SR-SERIAL-NUMBER    PIC X(15).
               10  SR-PART-NUMBER      PIC 9(05).
           05  SR-STATUS           PIC X(01).
               88  SR-IN-STOCK               VALUE "I" "R".
               88  SR-SOLD                   VALUE "S".
           05  SR-LOCATION         PIC X(02).
           05  SR-CUSTOMER-ID      PIC X(06).
           05  SR-RECEIPT-DATE     PIC 9(08).
           05  SR-LAST-DATE        PIC 9(08).
           05  SR-LAST-CODE        PIC X(01).
           05  SR-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(06).

       FD  SERSTG-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SERSTG-RECORD.
       01  SERSTG-RECORD.
           05  SN-PART-NUMBER      PIC 9(05).
           05  SN-CODE             PIC X(01).
           05  SN-OPERATOR-ID      PIC X(08).
           05  SN-SERIAL-LINK      PIC X(03).
           05  SN-SERIAL-NUMBER    PIC X(15).
           05  SN-STAGED-DATE      PIC 9(08).

      *    Same layout as SERSTG-RECORD above.
       FD  SERIALS-FILE-IN
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SERIALS-RECORD-IN.
       01  SERIALS-RECORD-IN.
           05  SNI-PART-NUMBER     PIC 9(05).
           05  SNI-CODE            PIC X(01).
           05  SNI-OPERATOR-ID     PIC X(08).
           05  SNI-SERIAL-LINK     PIC X(03).
           05  SNI-SERIAL-NUMBER   PIC X(15).
           05  SNI-STAGED-DATE     PIC 9(08).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-PARTCTL        PIC X(40).
           05  RC-FN-SERMAST        PIC X(40).
           05  RC-FN-SERSTG         PIC X(40).
           05  RC-FN-SERIALS        PIC X(40).

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  BLUE                PIC S9(4) COMP-5 VALUE 1.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  CYAN                PIC S9(4) COMP-5 VALUE 3.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.
           05  MAGENTA             PIC S9(4) COMP-5 VALUE 5.
           05  YELLOW              PIC S9(4) COMP-5 VALUE 6.
           05  WHITE               PIC S9(4) COMP-5 VALUE 7.

       01  SWITCHES-AND-CONSTANTS.
           05  PARTCTL-FILE-STAT   PIC X(02).
           05  SERMAST-FILE-STAT   PIC X(02).
           05  SERSTG-FILE-STAT    PIC X(02).
           05  SERIALS-FILE-STAT   PIC X(02).
           05  SERMAST-AVAIL-SW    PIC X(01).
               88  SERMAST-AVAILABLE         VALUE "Y".
           05  SCAN-EOF-SW         PIC X(01).
           05  WS-SERIAL-OK-SW     PIC X(01).
               88  SERIAL-OK                 VALUE "Y".
           05  WS-ABANDON-SW       PIC X(01).
               88  CAPTURE-ABANDONED         VALUE "Y".
           05  WS-FROM-LOCATION    PIC X(02).
           05  WS-TODAY-DATE       PIC 9(08).
           05  WS-KEYED-SERIAL     PIC X(15).
           05  WS-SERIAL-SEQ       PIC 9(03).
           05  WS-ERROR-MESSAGE    PIC X(50).

      *    The link last handed out, and whose it was - kept across
      *    calls, so the files are scanned only once per operator.
       01  SERIAL-LINK-CONTROL.
           05  WS-LINK-OPERATOR    PIC X(08) VALUE SPACES.
           05  WS-LAST-LINK        PIC 9(03) VALUE ZEROS.
           05  WS-SCAN-LINK        PIC 9(03).

      *    The serials keyed for the movement being captured.
       01  CAPTURED-SERIAL-TABLE.
           05  CS-COUNT            PIC 9(03) VALUE ZEROS.
           05  CS-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON CS-COUNT
                                   INDEXED BY CS-IDX.
               10  CS-SERIAL-NUMBER    PIC X(15).

      ******************************************************************
       LINKAGE                     SECTION.
      *-----------------------------------------------------------------
       COPY "SerialCapture.cpy".

      *-----------------------------------------------------------------
       SCREEN                      SECTION.
      *-----------------------------------------------------------------
       01  SERIAL-SCREEN.
           05  LINE 22 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 22 COLUMN  7       VALUE "SERIAL"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC ZZ9 FROM WS-SERIAL-SEQ
               LINE 22 COLUMN 14
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 22 COLUMN 18       VALUE "OF"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC ZZZZZZ9 FROM SX-QUANTITY
               LINE 22 COLUMN 21
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 22 COLUMN 29       VALUE ":"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  SS-SERIAL-NUMBER    PIC X(15) TO    WS-KEYED-SERIAL
               LINE 22 COLUMN 31   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.

       01  SERIAL-ERROR-SCREEN.
           05  LINE 23 BLANK LINE      BACKGROUND-COLOR RED.
           05                          PIC X(50) FROM WS-ERROR-MESSAGE
               LINE 23 COLUMN  7
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-SERIAL-ERROR-SCREEN.
           05  LINE 23 BLANK LINE      BACKGROUND-COLOR BLUE.

       01  CLEAR-SERIAL-SCREEN.
           05  LINE 22 BLANK LINE      BACKGROUND-COLOR BLUE.
           05  LINE 23 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION
                                   USING SERIAL-CAPTURE-PARAMETERS.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-CAPTURE-SERIALS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    999     TO  SX-MAX-QUANTITY.
           MOVE    SPACES  TO  SX-SERIAL-LINK.
           PERFORM 200-LOOK-UP-SERIALIZED-FLAG.
           IF  SX-ACTION = "C" AND SX-SERIALIZED
               IF  SX-QUANTITY > SX-MAX-QUANTITY
                       OR SX-QUANTITY = ZEROS
                   DISPLAY "SERIAL CAPTURE: QUANTITY " SX-QUANTITY
                           " CANNOT BE SERIALIZED - NOTHING CAPTURED"
               ELSE
                   PERFORM 200-CAPTURE-MOVEMENT-SERIALS
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      * With no part control file built yet no part is serialized.
      *-----------------------------------------------------------------
       200-LOOK-UP-SERIALIZED-FLAG.
           MOVE    "N"     TO  SX-SERIALIZED-SW.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STAT = "00"
               MOVE    SX-PART-NUMBER  TO  PC-PART-NUMBER
               READ PARTCTL-FILE   KEY IS  PC-PART-NUMBER
                   NOT INVALID KEY
                       IF  PC-SERIALIZED = "Y"
                           MOVE    "Y"     TO  SX-SERIALIZED-SW
                       END-IF
               END-READ
               CLOSE   PARTCTL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Key every serial, then stage them all under one new link.
      *-----------------------------------------------------------------
       200-CAPTURE-MOVEMENT-SERIALS.
           ACCEPT  WS-TODAY-DATE   FROM DATE YYYYMMDD.
           IF  SX-LOCATION = SPACES
               MOVE    "01"        TO  WS-FROM-LOCATION
           ELSE
               MOVE    SX-LOCATION TO  WS-FROM-LOCATION
           END-IF.
           MOVE    "N"     TO  SERMAST-AVAIL-SW.
           OPEN    INPUT   SERMAST-FILE.
           IF  SERMAST-FILE-STAT = "00"
               SET     SERMAST-AVAILABLE   TO  TRUE
           END-IF.
           MOVE    ZEROS   TO  CS-COUNT.
           MOVE    "N"     TO  WS-ABANDON-SW.
           PERFORM 300-ACCEPT-ONE-SERIAL
                   UNTIL CS-COUNT NOT < SX-QUANTITY
                      OR CAPTURE-ABANDONED.
           IF  SERMAST-AVAILABLE
               CLOSE   SERMAST-FILE
           END-IF.
           DISPLAY CLEAR-SERIAL-SCREEN.
           IF  NOT CAPTURE-ABANDONED
               PERFORM 300-ASSIGN-SERIAL-LINK
               PERFORM 300-WRITE-STAGED-SERIALS
           END-IF.

      ******************************************************************
      * A lone "*" abandons the capture: nothing is staged and the
      * caller gets no link back, so it drops the movement instead
      * of staging one the nightly run would reject.
      *-----------------------------------------------------------------
       300-ACCEPT-ONE-SERIAL.
           COMPUTE WS-SERIAL-SEQ = CS-COUNT + 1.
           MOVE    SPACES  TO  WS-KEYED-SERIAL.
           DISPLAY SERIAL-SCREEN.
           ACCEPT  SS-SERIAL-NUMBER.
           IF  WS-KEYED-SERIAL = "*"
               MOVE    "Y"     TO  WS-ABANDON-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE    FUNCTION UPPER-CASE(WS-KEYED-SERIAL)
                                   TO  WS-KEYED-SERIAL.
           PERFORM 400-CHECK-KEYED-SERIAL.
           IF  SERIAL-OK
               ADD     1               TO  CS-COUNT
               SET     CS-IDX          TO  CS-COUNT
               MOVE    WS-KEYED-SERIAL TO  CS-SERIAL-NUMBER(CS-IDX)
               DISPLAY CLEAR-SERIAL-ERROR-SCREEN
           ELSE
               DISPLAY SERIAL-ERROR-SCREEN
           END-IF.

      *-----------------------------------------------------------------
      * The next link past the highest this operator has in the
      * staging file or still waiting in the released file, wrapping
      * back to 001 after 999.
      *-----------------------------------------------------------------
       300-ASSIGN-SERIAL-LINK.
           IF  SX-OPERATOR-ID NOT = WS-LINK-OPERATOR
               MOVE    SX-OPERATOR-ID  TO  WS-LINK-OPERATOR
               MOVE    ZEROS           TO  WS-LAST-LINK
               PERFORM 400-SCAN-STAGED-LINKS
               PERFORM 400-SCAN-RELEASED-LINKS
           END-IF.
           IF  WS-LAST-LINK NOT < 999
               MOVE    1       TO  WS-LAST-LINK
           ELSE
               ADD     1       TO  WS-LAST-LINK
           END-IF.
           MOVE    WS-LAST-LINK    TO  SX-SERIAL-LINK.

      *-----------------------------------------------------------------
       300-WRITE-STAGED-SERIALS.
           OPEN    EXTEND  SERSTG-FILE.
           IF  SERSTG-FILE-STAT NOT = "00"
               OPEN    OUTPUT  SERSTG-FILE
           END-IF.
           PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-COUNT
               MOVE    SX-PART-NUMBER      TO  SN-PART-NUMBER
               MOVE    SX-CODE             TO  SN-CODE
               MOVE    SX-OPERATOR-ID      TO  SN-OPERATOR-ID
               MOVE    SX-SERIAL-LINK      TO  SN-SERIAL-LINK
               MOVE    CS-SERIAL-NUMBER(CS-IDX) TO  SN-SERIAL-NUMBER
               MOVE    WS-TODAY-DATE       TO  SN-STAGED-DATE
               WRITE   SERSTG-RECORD
           END-PERFORM.
           CLOSE   SERSTG-FILE.

      ******************************************************************
      * A serial is refused when blank, when already keyed for this
      * movement, or when the serial master shows it cannot make the
      * move. With no serial master built yet only the first two
      * checks apply - the nightly run has the last word.
      *-----------------------------------------------------------------
       400-CHECK-KEYED-SERIAL.
           MOVE    "Y"     TO  WS-SERIAL-OK-SW.
           IF  WS-KEYED-SERIAL = SPACES
               MOVE    "N"     TO  WS-SERIAL-OK-SW
               MOVE    "A serial number is required - re-key!!"
                               TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF  CS-COUNT > ZEROS
               SET     CS-IDX  TO  1
               SEARCH  CS-ENTRY
                       WHEN    CS-SERIAL-NUMBER(CS-IDX) =
                               WS-KEYED-SERIAL
                           MOVE    "N"     TO  WS-SERIAL-OK-SW
                           MOVE    "Serial already keyed for this move"
                                           TO  WS-ERROR-MESSAGE
               END-SEARCH
           END-IF.
           IF  NOT SERIAL-OK OR NOT SERMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-KEYED-SERIAL     TO  SR-SERIAL-NUMBER.
           MOVE    SX-PART-NUMBER      TO  SR-PART-NUMBER.
           READ SERMAST-FILE   KEY IS  SR-KEY
               INVALID KEY
                   IF  SX-CODE NOT = "R"
                       MOVE    "N"     TO  WS-SERIAL-OK-SW
                       MOVE    "Serial not on serial master for part!!"
                                       TO  WS-ERROR-MESSAGE
                   END-IF
               NOT INVALID KEY
                   PERFORM 500-CHECK-SERIAL-STATUS
           END-READ.

      *-----------------------------------------------------------------
       500-CHECK-SERIAL-STATUS.
           EVALUATE TRUE
               WHEN SX-CODE = "R" AND SR-IN-STOCK
                   MOVE    "N"     TO  WS-SERIAL-OK-SW
                   MOVE    "Serial is already in stock - re-key!!"
                                   TO  WS-ERROR-MESSAGE
               WHEN SX-CODE = "C" AND NOT SR-SOLD
                   MOVE    "N"     TO  WS-SERIAL-OK-SW
                   MOVE    "Serial was never sold - cannot return!!"
                                   TO  WS-ERROR-MESSAGE
               WHEN (SX-CODE = "S" OR "V" OR "T") AND NOT SR-IN-STOCK
                   MOVE    "N"     TO  WS-SERIAL-OK-SW
                   MOVE    "Serial is not in stock - re-key!!"
                                   TO  WS-ERROR-MESSAGE
               WHEN (SX-CODE = "S" OR "V" OR "T")
                       AND SR-LOCATION NOT = WS-FROM-LOCATION
                   MOVE    "N"     TO  WS-SERIAL-OK-SW
                   MOVE    SPACES  TO  WS-ERROR-MESSAGE
                   STRING  "Serial is stocked at location "
                           SR-LOCATION " - re-key!!"
                           DELIMITED BY SIZE
                           INTO WS-ERROR-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       400-SCAN-STAGED-LINKS.
           OPEN    INPUT   SERSTG-FILE.
           IF  SERSTG-FILE-STAT = "00"
               MOVE    "N"     TO  SCAN-EOF-SW
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ SERSTG-FILE
                       AT END
                           MOVE    "Y"     TO  SCAN-EOF-SW
                       NOT AT END
                           IF  SN-OPERATOR-ID = WS-LINK-OPERATOR
                                   AND SN-SERIAL-LINK NUMERIC
                               MOVE    SN-SERIAL-LINK  TO  WS-SCAN-LINK
                               PERFORM 500-KEEP-HIGHEST-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   SERSTG-FILE
           END-IF.

      *-----------------------------------------------------------------
       400-SCAN-RELEASED-LINKS.
           OPEN    INPUT   SERIALS-FILE-IN.
           IF  SERIALS-FILE-STAT = "00"
               MOVE    "N"     TO  SCAN-EOF-SW
               PERFORM UNTIL SCAN-EOF-SW = "Y"
                   READ SERIALS-FILE-IN
                       AT END
                           MOVE    "Y"     TO  SCAN-EOF-SW
                       NOT AT END
                           IF  SNI-OPERATOR-ID = WS-LINK-OPERATOR
                                   AND SNI-SERIAL-LINK NUMERIC
                               MOVE    SNI-SERIAL-LINK TO  WS-SCAN-LINK
                               PERFORM 500-KEEP-HIGHEST-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   SERIALS-FILE-IN
           END-IF.

      *-----------------------------------------------------------------
       500-KEEP-HIGHEST-LINK.
           IF  WS-SCAN-LINK > WS-LAST-LINK
               MOVE    WS-SCAN-LINK    TO  WS-LAST-LINK
           END-IF.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.
           MOVE    SPACES      TO  RC-FN-SERMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERMAST" DELIMITED BY SIZE
                   INTO RC-FN-SERMAST.
           MOVE    SPACES      TO  RC-FN-SERSTG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERSTG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SERSTG.
           MOVE    SPACES      TO  RC-FN-SERIALS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERIALS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SERIALS.

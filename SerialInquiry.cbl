      ******************************************************************
      * This program is the serial inquiry - the warranty desk's
      * answer to "who has serial X". Given a serial number it shows
      * every part carrying that serial on the serial master with its
      * current status, location, and the customer it was last sold
      * to, then lists the serial's movements off the serial history
      * in date order - received, sold, returned, moved - each with
      * its date, location, customer, and operator. Movements are
      * listed fifteen to a page.
      *
      * Used File
      *    - Serial Master File (Indexed Sequential): SERMAST
      *    - Serial Movement History: SERHIST.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SERIAL-INQUIRY.
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
           SELECT  SERMAST-FILE
                   ASSIGN DYNAMIC RC-FN-SERMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SR-KEY
                   FILE STATUS IS SERMAST-FILE-STAT.

           SELECT  SERHIST-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SERHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SERHIST-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as SERMAST-RECORD in BatchUpdate.cbl.
       FD  SERMAST-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SERMAST-RECORD.
       01  SERMAST-RECORD.
           05  SR-KEY.
               10  SR-SERIAL-NUMBER    PIC X(15).
               10  SR-PART-NUMBER      PIC 9(05).
           05  SR-STATUS           PIC X(01).
           05  SR-LOCATION         PIC X(02).
           05  SR-CUSTOMER-ID      PIC X(06).
           05  SR-RECEIPT-DATE     PIC 9(08).
           05  SR-LAST-DATE        PIC 9(08).
           05  SR-LAST-CODE        PIC X(01).
           05  SR-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(06).

      *    Same layout as SERHIST-RECORD-OUT in BatchUpdate.cbl.
       FD  SERHIST-FILE-IN
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS SERHIST-RECORD-IN.
       01  SERHIST-RECORD-IN.
           05  SH-DATE-IN          PIC 9(08).
           05  SH-SERIAL-IN        PIC X(15).
           05  SH-PART-NUMBER-IN   PIC 9(05).
           05  SH-CODE-IN          PIC X(01).
           05  SH-LOCATION-IN      PIC X(02).
           05  SH-TO-LOCATION-IN   PIC X(02).
           05  SH-CUSTOMER-IN      PIC X(06).
           05  SH-OPERATOR-IN      PIC X(08).
           05  FILLER              PIC X(03).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block: who may run this function, and
      *    the operator id the session runs under.
       COPY "UserSignon.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-SERMAST        PIC X(40).
           05  RC-FN-SERHIST        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".
           05  SERMAST-EOF-SW      PIC X(01).
           05  SERHIST-EOF-SW      PIC X(01).
           05  WS-PAGE-LINES       PIC 9(02).
           05  WS-PAUSE-ANSWER     PIC X(01).

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  BLUE                PIC S9(4) COMP-5 VALUE 1.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  CYAN                PIC S9(4) COMP-5 VALUE 3.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.
           05  MAGENTA             PIC S9(4) COMP-5 VALUE 5.
           05  YELLOW              PIC S9(4) COMP-5 VALUE 6.
           05  WHITE               PIC S9(4) COMP-5 VALUE 7.

       01  FILE-STATUS-FIELDS.
           05  SERMAST-FILE-STAT   PIC X(02).
           05  SERHIST-FILE-STAT   PIC X(02).

       01  INQUIRY-KEYS.
           05  WS-SERIAL-NUMBER    PIC X(15).
           05  WS-PARTS-FOUND      PIC 9(03).
           05  WS-SHOWN-COUNT      PIC 9(04).

      *    One serial-master line, built with edited fields.
       01  MASTER-LINE.
           05  ML-PART-NUMBER-O    PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ML-STATUS-O         PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ML-LOCATION-O       PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  ML-CUSTOMER-O       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ML-RECEIPT-DATE-O   PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ML-LAST-DATE-O      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ML-LAST-CODE-O      PIC X(01).

      *    One displayed movement line, built with edited fields.
       01  HISTORY-LINE.
           05  HL-DATE-O           PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  HL-PART-NUMBER-O    PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  HL-CODE-O           PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  HL-LOCATION-O       PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  HL-TO-LOCATION-O    PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  HL-CUSTOMER-O       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  HL-OPERATOR-O       PIC X(08).

      *-----------------------------------------------------------------
       SCREEN                      SECTION.
      *-----------------------------------------------------------------
       01  INQUIRY-SCREEN.
           05  BLANK SCREEN
               BACKGROUND-COLOR BLUE   FOREGROUND-COLOR WHITE.
           05  LINE  1 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE  2 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE  3 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE  2 COLUMN 13
                       VALUE "SERIAL NUMBER INQUIRY"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE  5 COLUMN  7       VALUE "   SERIAL NUMBER:".
           05  SS-SERIAL-NUMBER    PIC X(15) TO    WS-SERIAL-NUMBER
               LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.

       01  CONFIRM-SCREEN.
           05  LINE 22 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 22 COLUMN  7
                       VALUE "Look up another serial? (Y/N):"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC X(01) USING CONFIRM-SW
               LINE 22 COLUMN 40       BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-INQUIRE-SERIAL.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "SERIAL-INQUIRY"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           OPEN    INPUT   SERMAST-FILE.
           IF  SERMAST-FILE-STAT NOT = "00"
               DISPLAY "SERIAL INQUIRY: CANNOT OPEN SERMAST, STATUS "
                       SERMAST-FILE-STAT
               STOP RUN
           END-IF.
           MOVE    SPACES  TO  CONFIRM-SW.
           PERFORM 200-INQUIRE-ONE-SERIAL.
           PERFORM 300-ASK-ANOTHER.
           PERFORM UNTIL CONFIRM-NO
               PERFORM 200-INQUIRE-ONE-SERIAL
               PERFORM 300-ASK-ANOTHER
           END-PERFORM.
           CLOSE   SERMAST-FILE.
           DISPLAY "SERIAL INQUIRY FINISHED!!! " WITH ERASE EOS.

           STOP RUN.

      ******************************************************************
       200-INQUIRE-ONE-SERIAL.
           MOVE    SPACES  TO  WS-SERIAL-NUMBER.
           MOVE    ZEROS   TO  WS-PARTS-FOUND
                               WS-SHOWN-COUNT
                               WS-PAGE-LINES.
           DISPLAY INQUIRY-SCREEN.
           ACCEPT  INQUIRY-SCREEN.
           MOVE    FUNCTION UPPER-CASE(WS-SERIAL-NUMBER)
                                   TO  WS-SERIAL-NUMBER.
           IF  WS-SERIAL-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SERIAL " WS-SERIAL-NUMBER WITH ERASE EOS.
           DISPLAY "PART   STATUS          LOC  CUST    RECEIVED  "
                   "LAST MOVE C".
           PERFORM 300-SHOW-SERIAL-MASTER.
           IF  WS-PARTS-FOUND = ZEROS
               DISPLAY "SERIAL NOT ON THE SERIAL MASTER"
           END-IF.
           DISPLAY " ".
           DISPLAY "DATE      PART   C  FROM TO   CUST    OPERATOR".
           PERFORM 300-SHOW-SERIAL-HISTORY.
           DISPLAY "END OF HISTORY - " WS-SHOWN-COUNT
                   " MOVEMENTS SHOWN".

      ******************************************************************
      * The same serial may be stamped on more than one part, so
      * every part carrying it is shown - the key leads with the
      * serial, and a START at part zero lands on the first.
      *-----------------------------------------------------------------
       300-SHOW-SERIAL-MASTER.
           MOVE    WS-SERIAL-NUMBER    TO  SR-SERIAL-NUMBER.
           MOVE    ZEROS               TO  SR-PART-NUMBER.
           MOVE    "N"                 TO  SERMAST-EOF-SW.
           START   SERMAST-FILE    KEY IS NOT LESS THAN SR-KEY
               INVALID KEY
                   MOVE    "Y"         TO  SERMAST-EOF-SW
           END-START.
           PERFORM UNTIL SERMAST-EOF-SW = "Y"
               READ    SERMAST-FILE    NEXT RECORD
                   AT END
                       MOVE    "Y"     TO  SERMAST-EOF-SW
                   NOT AT END
                       IF  SR-SERIAL-NUMBER NOT = WS-SERIAL-NUMBER
                           MOVE    "Y" TO  SERMAST-EOF-SW
                       ELSE
                           PERFORM 400-DISPLAY-MASTER-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
       400-DISPLAY-MASTER-LINE.
           MOVE    SR-PART-NUMBER      TO  ML-PART-NUMBER-O.
           EVALUATE SR-STATUS
               WHEN "I"
                   MOVE "IN STOCK"         TO  ML-STATUS-O
               WHEN "S"
                   MOVE "SOLD"             TO  ML-STATUS-O
               WHEN "R"
                   MOVE "RETURNED/QUAR"    TO  ML-STATUS-O
               WHEN "V"
                   MOVE "BACK TO VENDOR"   TO  ML-STATUS-O
               WHEN OTHER
                   MOVE SR-STATUS          TO  ML-STATUS-O
           END-EVALUATE.
           MOVE    SR-LOCATION         TO  ML-LOCATION-O.
           MOVE    SR-CUSTOMER-ID      TO  ML-CUSTOMER-O.
           MOVE    SR-RECEIPT-DATE     TO  ML-RECEIPT-DATE-O.
           MOVE    SR-LAST-DATE        TO  ML-LAST-DATE-O.
           MOVE    SR-LAST-CODE        TO  ML-LAST-CODE-O.
           DISPLAY MASTER-LINE.
           ADD     1                   TO  WS-PARTS-FOUND.

      *-----------------------------------------------------------------
      * The history is appended in run order, so a front-to-back read
      * already lists the serial's movements oldest first.
      *-----------------------------------------------------------------
       300-SHOW-SERIAL-HISTORY.
           OPEN    INPUT   SERHIST-FILE-IN.
           IF  SERHIST-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  SERHIST-EOF-SW.
           READ    SERHIST-FILE-IN
                   AT END  MOVE "Y" TO SERHIST-EOF-SW.
           PERFORM UNTIL SERHIST-EOF-SW = "Y"
               IF  SH-SERIAL-IN = WS-SERIAL-NUMBER
                   PERFORM 400-DISPLAY-HISTORY-LINE
               END-IF
               READ    SERHIST-FILE-IN
                       AT END  MOVE "Y" TO SERHIST-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SERHIST-FILE-IN.

      *-----------------------------------------------------------------
       400-DISPLAY-HISTORY-LINE.
           MOVE    SH-DATE-IN          TO  HL-DATE-O.
           MOVE    SH-PART-NUMBER-IN   TO  HL-PART-NUMBER-O.
           MOVE    SH-CODE-IN          TO  HL-CODE-O.
           MOVE    SH-LOCATION-IN      TO  HL-LOCATION-O.
           MOVE    SH-TO-LOCATION-IN   TO  HL-TO-LOCATION-O.
           MOVE    SH-CUSTOMER-IN      TO  HL-CUSTOMER-O.
           MOVE    SH-OPERATOR-IN      TO  HL-OPERATOR-O.
           DISPLAY HISTORY-LINE.
           ADD     1       TO  WS-SHOWN-COUNT
                               WS-PAGE-LINES.
           IF  WS-PAGE-LINES NOT < 15
               MOVE    ZEROS   TO  WS-PAGE-LINES
               MOVE    SPACE   TO  WS-PAUSE-ANSWER
               DISPLAY "-- MORE -- PRESS ENTER " WITH NO ADVANCING
               ACCEPT  WS-PAUSE-ANSWER
           END-IF.

      *-----------------------------------------------------------------
       300-ASK-ANOTHER.
           MOVE    SPACES  TO  CONFIRM-SW.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SERMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERMAST" DELIMITED BY SIZE
                   INTO RC-FN-SERMAST.
           MOVE    SPACES      TO  RC-FN-SERHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SERHIST.

      ******************************************************************
      * This program maintains the open-to-buy budgets USING a Screen
      *    Section: one record per fiscal period and supplier, or per
      *    fiscal period and ABC class, holding the value that may be
      *    committed on purchase orders in that period. INVENTORY-
      *    REPORT holds any PO that would take a budget past what is
      *    left of it, and OTB-REPORT shows each budget's standing.
      *
      * A budget may only be set for a period already on the fiscal
      * calendar. Setting spending limits is supervisor work, so the
      * whole screen is held to supervisor level.
      *
      * Used File
      *    - Open-To-Buy Budgets: OTBBUDG.TXT (rewritten)
      *    - Fiscal Period Calendar: FISCALCL.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 OTB-BUDGET-UPDATE.
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
           SELECT  OTBBUDG-FILE
                   ASSIGN DYNAMIC RC-FN-OTBBUDG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OTBBUDG-FILE-STAT.

           SELECT  FISCALCL-FILE
                   ASSIGN DYNAMIC RC-FN-FISCALCL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FISCALCL-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One record per period and budget key: "S" with a supplier
      *    id, or "C" with an ABC class letter.
       FD  OTBBUDG-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS OTBBUDG-RECORD.
       01  OTBBUDG-RECORD.
           05  OB-PERIOD-ID        PIC 9(06).
           05  OB-KEY-TYPE         PIC X(01).
           05  OB-KEY-VALUE        PIC X(02).
           05  OB-BUDGET           PIC 9(09)V99.

      *    Same layout as FISCALCL-RECORD in FiscalCalUpdate.cbl.
       FD  FISCALCL-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS FISCALCL-RECORD.
       01  FISCALCL-RECORD.
           05  FC-PERIOD-ID        PIC 9(06).
           05  FC-START-DATE       PIC 9(08).
           05  FC-END-DATE         PIC 9(08).
           05  FC-STATUS           PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block - setting budgets is supervisor
      *    work.
       COPY "UserSignon.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-OTBBUDG        PIC X(40).
           05  RC-FN-FISCALCL       PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".
           05  ENTRY-FOUND-SW      PIC X(01) VALUE "N".
               88  ENTRY-FOUND               VALUE "Y".
           05  PERIOD-FOUND-SW     PIC X(01) VALUE "N".
               88  PERIOD-FOUND              VALUE "Y".
           05  KEY-VALID-SW        PIC X(01) VALUE "N".
               88  KEY-VALID                 VALUE "Y".

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  BLUE                PIC S9(4) COMP-5 VALUE 1.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  CYAN                PIC S9(4) COMP-5 VALUE 3.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.
           05  MAGENTA             PIC S9(4) COMP-5 VALUE 5.
           05  YELLOW              PIC S9(4) COMP-5 VALUE 6.
           05  WHITE               PIC S9(4) COMP-5 VALUE 7.

       01  FILE-STATUS-AND-MISC.
           05  OTBBUDG-FILE-STAT   PIC X(02).
           05  FISCALCL-FILE-STAT  PIC X(02).
      *    Set once the budgets have been read (or found missing), so
      *    the closing rewrite cannot truncate the file after a
      *    failed load left the table empty.
           05  BUDGETS-LOADED-SW   PIC X(01) VALUE "N".
               88  BUDGETS-LOADED            VALUE "Y".
           05  WS-CODE             PIC X(01).
               88  VALID-CODE      VALUE "A" "a" "C" "c" "D" "d".
               88  VALID-ADD       VALUE "A" "a".
               88  VALID-CHANGE    VALUE "C" "c".
               88  VALID-DELETE    VALUE "D" "d".
           05  WS-PERIOD-ID        PIC 9(06).
           05  WS-KEY-TYPE         PIC X(01).
               88  SUPPLIER-BUDGET           VALUE "S".
               88  CLASS-BUDGET              VALUE "C".
           05  WS-KEY-VALUE        PIC X(02).
           05  WS-BUDGET           PIC 9(09)V99.
           05  CT-BUDGETS-KEPT     PIC 9(05) VALUE ZEROS.
           05  CT-BUDGETS-SKIPPED  PIC 9(05) VALUE ZEROS.

      *    Every budget on file, loaded up front and rewritten at
      *    sign-off; deleted entries are dropped from the rewrite.
       01  BUDGET-TABLE.
           05  BT-COUNT            PIC 9(04) VALUE ZEROS.
           05  BT-ENTRY            OCCURS 0 TO 5000 TIMES
                                   DEPENDING ON BT-COUNT
                                   INDEXED BY BT-IDX.
               10  BT-PERIOD-ID        PIC 9(06).
               10  BT-KEY-TYPE         PIC X(01).
               10  BT-KEY-VALUE        PIC X(02).
               10  BT-BUDGET           PIC 9(09)V99.
               10  BT-DELETED-SW       PIC X(01).

      *    The periods on the fiscal calendar - a budget can only be
      *    set for one of them.
       01  PERIOD-TABLE.
           05  PT-COUNT            PIC 9(03) VALUE ZEROS.
           05  PT-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON PT-COUNT
                                   INDEXED BY PT-IDX.
               10  PT-PERIOD-ID        PIC 9(06).

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Do you have a budget to update?".

      *-----------------------------------------------------------------
       SCREEN                      SECTION.
      *-----------------------------------------------------------------
       01  OPENING-SCREEN.
           05  BLANK SCREEN
               BACKGROUND-COLOR BLUE   FOREGROUND-COLOR WHITE.

           05  SCREEN-BASICS.
               10  LINE  1 BLANK LINE  BACKGROUND-COLOR BLACK.
               10  LINE  2 BLANK LINE  BACKGROUND-COLOR BLACK.
               10  LINE  3 BLANK LINE  BACKGROUND-COLOR BLACK.
               10  LINE  2 COLUMN 14
                           VALUE "OPEN-TO-BUY BUDGET MAINTENANCE"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE " PERIOD (YYYYPP):".
               10  LINE  6 COLUMN  7   VALUE "  BUDGET BY S/C:".
               10  LINE  7 COLUMN  7   VALUE "SUPPLIER/CLASS:".
               10  LINE  8 COLUMN  7
                           VALUE "TRANS CODE: (A)dd (C)hange (D)elete".
               10  LINE 10 COLUMN  7   VALUE "         BUDGET:".
               10  LINE 12 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-PERIOD-ID        PIC 9(06) TO    WS-PERIOD-ID
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-KEY-TYPE         PIC X(01) TO    WS-KEY-TYPE
                   LINE  6 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-KEY-VALUE        PIC X(02) TO    WS-KEY-VALUE
                   LINE  7 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CODE             PIC X(01) TO    WS-CODE
                   LINE  8 COLUMN 45   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-BUDGET           PIC 9(09)V99 TO WS-BUDGET
                   LINE 10 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  LINE 14 BLANK LINE.
               10  LINE 15 BLANK LINE.
               10  LINE 17 BLANK LINE.

       01  CONFIRM-SCREEN.
           05  LINE 14 BLANK LINE      BACKGROUND-COLOR BLACK.
           05                          PIC X(32) FROM CONFIRM-MESSAGE
               LINE 14 COLUMN  8
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC X(01) USING CONFIRM-SW
               LINE 14 COLUMN 40       BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 15 COLUMN 19
                       VALUE "(Y/y: Yes, N/n: No)"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 17 COLUMN  7
                       VALUE "Can't find/add budget - check keys!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-UPDATE-OTB-BUDGETS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    5       TO  SG-REQUIRED-LEVEL.
           MOVE    "OTB-BUDGET-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           PERFORM 200-LOAD-PERIOD-TABLE.
           PERFORM 200-LOAD-BUDGET-TABLE.
           PERFORM 300-ASK-UPDATE.
           PERFORM 200-PROCEED-BUDGET-UPDATE UNTIL CONFIRM-NO.
           PERFORM 200-REWRITE-BUDGET-FILE.
           DISPLAY "OPEN-TO-BUY BUDGETS FINISHED!!! " WITH ERASE EOS.
           DISPLAY "  BUDGETS ON FILE ............. " CT-BUDGETS-KEPT.

           STOP RUN.

      ******************************************************************
      * Load the period ids off the fiscal calendar. No calendar means
      * no period a budget can be set for.
      *-----------------------------------------------------------------
       200-LOAD-PERIOD-TABLE.
           OPEN    INPUT   FISCALCL-FILE.
           IF  FISCALCL-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-LOAD-ONE-PERIOD
                   UNTIL FISCALCL-FILE-STAT NOT = "00".
           CLOSE   FISCALCL-FILE.

      *-----------------------------------------------------------------
       300-LOAD-ONE-PERIOD.
           READ    FISCALCL-FILE
               AT END
                   MOVE    "10"    TO  FISCALCL-FILE-STAT
               NOT AT END
                   IF  PT-COUNT < 999
                       ADD     1               TO  PT-COUNT
                       SET     PT-IDX          TO  PT-COUNT
                       MOVE    FC-PERIOD-ID    TO  PT-PERIOD-ID(PT-IDX)
                   END-IF
           END-READ.

      ******************************************************************
      * Load every budget. A missing file is the first-ever run - no
      * budgets are set yet.
      *-----------------------------------------------------------------
       200-LOAD-BUDGET-TABLE.
           OPEN    INPUT   OTBBUDG-FILE.
           IF  OTBBUDG-FILE-STAT NOT = "00"
               IF  OTBBUDG-FILE-STAT = "35"
                   SET     BUDGETS-LOADED  TO  TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-LOAD-ONE-BUDGET
                   UNTIL OTBBUDG-FILE-STAT NOT = "00".
           CLOSE   OTBBUDG-FILE.
      *    A budget left off the table would be dropped by the
      *    rewrite, so an overfull file is left as it stands.
           IF  CT-BUDGETS-SKIPPED > ZEROS
               DISPLAY "OPEN-TO-BUY BUDGETS: TABLE FULL, "
                       CT-BUDGETS-SKIPPED " BUDGETS NOT LOADED"
               EXIT PARAGRAPH
           END-IF.
           SET     BUDGETS-LOADED  TO  TRUE.

      *-----------------------------------------------------------------
       300-LOAD-ONE-BUDGET.
           READ    OTBBUDG-FILE
               AT END
                   MOVE    "10"    TO  OTBBUDG-FILE-STAT
               NOT AT END
                   IF  BT-COUNT < 5000
                       ADD     1               TO  BT-COUNT
                       SET     BT-IDX          TO  BT-COUNT
                       MOVE    OB-PERIOD-ID    TO  BT-PERIOD-ID(BT-IDX)
                       MOVE    OB-KEY-TYPE     TO  BT-KEY-TYPE(BT-IDX)
                       MOVE    OB-KEY-VALUE    TO  BT-KEY-VALUE(BT-IDX)
                       MOVE    OB-BUDGET       TO  BT-BUDGET(BT-IDX)
                       MOVE    SPACE           TO
                               BT-DELETED-SW(BT-IDX)
                   ELSE
                       ADD     1               TO  CT-BUDGETS-SKIPPED
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       200-PROCEED-BUDGET-UPDATE.
           PERFORM 300-ENTER-UPDATE-RECORD.
           PERFORM 300-PROCESS-BUDGET-RECORD.
           PERFORM 300-ASK-UPDATE.

      *-----------------------------------------------------------------
       300-ASK-UPDATE.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.

      *-----------------------------------------------------------------
       300-ENTER-UPDATE-RECORD.
           MOVE    ZEROS   TO  WS-PERIOD-ID
                               WS-BUDGET.
           MOVE    SPACES  TO  WS-CODE
                               WS-KEY-TYPE
                               WS-KEY-VALUE.
           DISPLAY OPENING-SCREEN.
           ACCEPT  SS-PERIOD-ID.
           ACCEPT  SS-KEY-TYPE.
           ACCEPT  SS-KEY-VALUE.
           PERFORM 400-ACCEPT-TRANS-CODE   UNTIL VALID-CODE.
           IF  VALID-ADD OR VALID-CHANGE
               ACCEPT  SS-BUDGET
           END-IF.

      *-----------------------------------------------------------------
      * Only a period on the calendar, a supplier ("S") or ABC class
      * ("C") budget, and a class of A, B or C are accepted; anything
      * else is refused on the error line.
      *-----------------------------------------------------------------
       300-PROCESS-BUDGET-RECORD.
           INSPECT WS-KEY-TYPE  CONVERTING "sc" TO "SC".
           INSPECT WS-KEY-VALUE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 400-VALIDATE-BUDGET-KEY.
           PERFORM 400-FIND-BUDGET-ENTRY.
           EVALUATE TRUE
               WHEN NOT KEY-VALID
                   DISPLAY ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
               WHEN VALID-ADD AND ENTRY-FOUND
                   MOVE    WS-BUDGET       TO  BT-BUDGET(BT-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
               WHEN VALID-ADD AND BT-COUNT < 5000
                   ADD     1               TO  BT-COUNT
                   SET     BT-IDX          TO  BT-COUNT
                   MOVE    WS-PERIOD-ID    TO  BT-PERIOD-ID(BT-IDX)
                   MOVE    WS-KEY-TYPE     TO  BT-KEY-TYPE(BT-IDX)
                   MOVE    WS-KEY-VALUE    TO  BT-KEY-VALUE(BT-IDX)
                   MOVE    WS-BUDGET       TO  BT-BUDGET(BT-IDX)
                   MOVE    SPACE           TO  BT-DELETED-SW(BT-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
               WHEN VALID-CHANGE AND ENTRY-FOUND
                   MOVE    WS-BUDGET       TO  BT-BUDGET(BT-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
               WHEN VALID-DELETE AND ENTRY-FOUND
                   MOVE    "X"             TO  BT-DELETED-SW(BT-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
               WHEN OTHER
                   DISPLAY ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
           END-EVALUATE.

      ******************************************************************
       400-ACCEPT-TRANS-CODE.
           ACCEPT  SS-CODE.

      *-----------------------------------------------------------------
       400-VALIDATE-BUDGET-KEY.
           MOVE    "N"     TO  KEY-VALID-SW
                               PERIOD-FOUND-SW.
           IF  PT-COUNT > ZEROS
               SET     PT-IDX  TO  1
               SEARCH  PT-ENTRY
                       WHEN    PT-PERIOD-ID(PT-IDX) = WS-PERIOD-ID
                           MOVE    "Y"     TO  PERIOD-FOUND-SW
               END-SEARCH
           END-IF.
           IF  NOT PERIOD-FOUND
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN SUPPLIER-BUDGET AND WS-KEY-VALUE NOT = SPACES
                   MOVE    "Y"     TO  KEY-VALID-SW
               WHEN CLASS-BUDGET
                       AND (WS-KEY-VALUE = "A" OR "B" OR "C")
                   MOVE    "Y"     TO  KEY-VALID-SW
           END-EVALUATE.

      *-----------------------------------------------------------------
       400-FIND-BUDGET-ENTRY.
           MOVE    "N"     TO  ENTRY-FOUND-SW.
           IF  BT-COUNT > ZEROS
               SET     BT-IDX  TO  1
               SEARCH  BT-ENTRY
                       WHEN    BT-PERIOD-ID(BT-IDX) = WS-PERIOD-ID
                           AND BT-KEY-TYPE(BT-IDX)  = WS-KEY-TYPE
                           AND BT-KEY-VALUE(BT-IDX) = WS-KEY-VALUE
                           AND BT-DELETED-SW(BT-IDX) NOT = "X"
                           MOVE    "Y"     TO  ENTRY-FOUND-SW
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
       400-PAUSE-ON-ERROR.
           MOVE    SPACES  TO  CONFIRM-SW.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.
           MOVE    SPACES  TO  CONFIRM-SW.

      *-----------------------------------------------------------------
      * Rewrite the budgets with the live entries only. Skipped when
      * the load failed, so a bad open can't truncate the file.
      *-----------------------------------------------------------------
       200-REWRITE-BUDGET-FILE.
           IF  NOT BUDGETS-LOADED
               DISPLAY "OPEN-TO-BUY BUDGETS: BUDGET FILE NOT "
                       "REWRITTEN, LOAD STATUS WAS " OTBBUDG-FILE-STAT
               EXIT    PARAGRAPH
           END-IF.
           OPEN    OUTPUT  OTBBUDG-FILE.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT
               IF  BT-DELETED-SW(BT-IDX) NOT = "X"
                   MOVE    BT-PERIOD-ID(BT-IDX)    TO  OB-PERIOD-ID
                   MOVE    BT-KEY-TYPE(BT-IDX)     TO  OB-KEY-TYPE
                   MOVE    BT-KEY-VALUE(BT-IDX)    TO  OB-KEY-VALUE
                   MOVE    BT-BUDGET(BT-IDX)       TO  OB-BUDGET
                   WRITE   OTBBUDG-RECORD
                   ADD     1       TO  CT-BUDGETS-KEPT
               END-IF
           END-PERFORM.
           CLOSE   OTBBUDG-FILE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-OTBBUDG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OTBBUDG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OTBBUDG.
           MOVE    SPACES      TO  RC-FN-FISCALCL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "FISCALCL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-FISCALCL.

      ******************************************************************
      * This program maintains the shrink reason table USING a Screen
      *    Section: one record per one-letter reason code, with its
      *    description and an active flag. Every downward stock
      *    adjustment and every scrap must carry an active code off
      *    this table (REASON-GUARD enforces it), and SHRINK-REPORT
      *    analyses losses by it.
      *
      * A code is never deleted - history written under it must still
      * decode on the shrinkage report. A reason no longer wanted is
      * retired by changing its active flag to "N", which stops new
      * use of it at once. Defining why stock may be written off is
      * supervisor work, so the whole screen is held to supervisor
      * level.
      *
      * Used File
      *    - Shrink Reason Table: REASONS.TXT (rewritten)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 REASON-UPDATE.
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
           SELECT  REASONS-FILE
                   ASSIGN DYNAMIC RC-FN-REASONS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REASONS-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One record per reason code. RS-ACTIVE "Y" lets the code be
      *    keyed on new adjustments and scraps; "N" retires it.
       FD  REASONS-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REASONS-RECORD.
       01  REASONS-RECORD.
           05  RS-CODE             PIC X(01).
           05  RS-DESCRIPTION      PIC X(20).
           05  RS-ACTIVE           PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block - defining write-off reasons is
      *    supervisor work.
       COPY "UserSignon.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-REASONS        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".
           05  ENTRY-FOUND-SW      PIC X(01) VALUE "N".
               88  ENTRY-FOUND               VALUE "Y".

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
           05  REASONS-FILE-STAT   PIC X(02).
      *    Set once the table has been read (or found missing), so
      *    the closing rewrite cannot truncate the file after a
      *    failed load left the table empty.
           05  REASONS-LOADED-SW   PIC X(01) VALUE "N".
               88  REASONS-LOADED            VALUE "Y".
           05  WS-CODE             PIC X(01).
               88  VALID-CODE      VALUE "A" "a" "C" "c".
               88  VALID-ADD       VALUE "A" "a".
               88  VALID-CHANGE    VALUE "C" "c".
           05  WS-REASON-CODE      PIC X(01).
           05  WS-DESCRIPTION      PIC X(20).
           05  WS-ACTIVE           PIC X(01).
               88  VALID-ACTIVE-FLAG         VALUE "Y" "N".
           05  CT-REASONS-KEPT     PIC 9(05) VALUE ZEROS.
           05  CT-REASONS-ACTIVE   PIC 9(05) VALUE ZEROS.

      *    Every reason on file, loaded up front and rewritten at
      *    sign-off.
       01  REASON-TABLE.
           05  RT-COUNT            PIC 9(02) VALUE ZEROS.
           05  RT-ENTRY            OCCURS 0 TO 36 TIMES
                                   DEPENDING ON RT-COUNT
                                   INDEXED BY RT-IDX.
               10  RT-CODE             PIC X(01).
               10  RT-DESCRIPTION      PIC X(20).
               10  RT-ACTIVE           PIC X(01).

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Do you have a reason to update?".

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
               10  LINE  2 COLUMN 16
                           VALUE "SHRINK REASON MAINTENANCE"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "    REASON CODE:".
               10  LINE  6 COLUMN  7
                           VALUE "TRANS CODE: (A)dd (C)hange".
               10  LINE  8 COLUMN  7   VALUE "    DESCRIPTION:".
               10  LINE  9 COLUMN  7   VALUE "   ACTIVE (Y/N):".
               10  LINE 12 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-REASON-CODE      PIC X(01) TO    WS-REASON-CODE
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CODE             PIC X(01) TO    WS-CODE
                   LINE  6 COLUMN 36   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-DESCRIPTION      PIC X(20) USING WS-DESCRIPTION
                   LINE  8 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-ACTIVE           PIC X(01) USING WS-ACTIVE
                   LINE  9 COLUMN 25   FOREGROUND-COLOR YELLOW
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
                       VALUE "Can't find/add reason - check entry!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-UPDATE-SHRINK-REASONS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    5       TO  SG-REQUIRED-LEVEL.
           MOVE    "REASON-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           PERFORM 200-LOAD-REASON-TABLE.
           PERFORM 300-ASK-UPDATE.
           PERFORM 200-PROCEED-REASON-UPDATE UNTIL CONFIRM-NO.
           PERFORM 200-REWRITE-REASON-FILE.
           DISPLAY "SHRINK REASONS FINISHED!!! " WITH ERASE EOS.
           DISPLAY "  REASONS ON FILE ............. " CT-REASONS-KEPT.
           DISPLAY "  REASONS ACTIVE .............. "
                   CT-REASONS-ACTIVE.

           STOP RUN.

      ******************************************************************
      * Load every reason. A missing file is the first-ever run - no
      * reasons are defined yet.
      *-----------------------------------------------------------------
       200-LOAD-REASON-TABLE.
           OPEN    INPUT   REASONS-FILE.
           IF  REASONS-FILE-STAT NOT = "00"
               IF  REASONS-FILE-STAT = "35"
                   SET     REASONS-LOADED  TO  TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-LOAD-ONE-REASON
                   UNTIL REASONS-FILE-STAT NOT = "00".
           CLOSE   REASONS-FILE.
           SET     REASONS-LOADED  TO  TRUE.

      *-----------------------------------------------------------------
       300-LOAD-ONE-REASON.
           READ    REASONS-FILE
               AT END
                   MOVE    "10"    TO  REASONS-FILE-STAT
               NOT AT END
                   IF  RT-COUNT < 36
                       ADD     1               TO  RT-COUNT
                       SET     RT-IDX          TO  RT-COUNT
                       MOVE    RS-CODE         TO  RT-CODE(RT-IDX)
                       MOVE    RS-DESCRIPTION  TO
                               RT-DESCRIPTION(RT-IDX)
                       MOVE    RS-ACTIVE       TO  RT-ACTIVE(RT-IDX)
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       200-PROCEED-REASON-UPDATE.
           PERFORM 300-ENTER-UPDATE-RECORD.
           PERFORM 300-PROCESS-REASON-RECORD.
           PERFORM 300-ASK-UPDATE.

      *-----------------------------------------------------------------
       300-ASK-UPDATE.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.

      *-----------------------------------------------------------------
      * Key the code and the action; on a change the current
      * description and flag are shown for overtyping, on an add the
      * flag starts at "Y".
      *-----------------------------------------------------------------
       300-ENTER-UPDATE-RECORD.
           MOVE    SPACES  TO  WS-CODE
                               WS-REASON-CODE
                               WS-DESCRIPTION
                               WS-ACTIVE.
           DISPLAY OPENING-SCREEN.
           ACCEPT  SS-REASON-CODE.
           INSPECT WS-REASON-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 400-ACCEPT-TRANS-CODE   UNTIL VALID-CODE.
           PERFORM 400-FIND-REASON-ENTRY.
           IF  VALID-CHANGE AND ENTRY-FOUND
               MOVE    RT-DESCRIPTION(RT-IDX)  TO  WS-DESCRIPTION
               MOVE    RT-ACTIVE(RT-IDX)       TO  WS-ACTIVE
           ELSE
               MOVE    "Y"                     TO  WS-ACTIVE
           END-IF.
           DISPLAY SS-DESCRIPTION.
           DISPLAY SS-ACTIVE.
           ACCEPT  SS-DESCRIPTION.
           ACCEPT  SS-ACTIVE.
           INSPECT WS-ACTIVE   CONVERTING "yn" TO "YN".

      *-----------------------------------------------------------------
      * A code must be a letter or digit, carry a description, and be
      * flagged Y or N. An add of a code already on file and a change
      * of one that is not are both refused.
      *-----------------------------------------------------------------
       300-PROCESS-REASON-RECORD.
           EVALUATE TRUE
               WHEN WS-REASON-CODE NOT ALPHABETIC-UPPER
                       AND WS-REASON-CODE NOT NUMERIC
                   DISPLAY ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
               WHEN WS-REASON-CODE = SPACE
                       OR WS-DESCRIPTION = SPACES
                       OR NOT VALID-ACTIVE-FLAG
                   DISPLAY ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
               WHEN VALID-ADD AND NOT ENTRY-FOUND AND RT-COUNT < 36
                   ADD     1               TO  RT-COUNT
                   SET     RT-IDX          TO  RT-COUNT
                   MOVE    WS-REASON-CODE  TO  RT-CODE(RT-IDX)
                   MOVE    WS-DESCRIPTION  TO  RT-DESCRIPTION(RT-IDX)
                   MOVE    WS-ACTIVE       TO  RT-ACTIVE(RT-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
               WHEN VALID-CHANGE AND ENTRY-FOUND
                   MOVE    WS-DESCRIPTION  TO  RT-DESCRIPTION(RT-IDX)
                   MOVE    WS-ACTIVE       TO  RT-ACTIVE(RT-IDX)
                   DISPLAY CLEAR-ERROR-SCREEN
               WHEN OTHER
                   DISPLAY ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
           END-EVALUATE.

      ******************************************************************
       400-ACCEPT-TRANS-CODE.
           ACCEPT  SS-CODE.

      *-----------------------------------------------------------------
       400-FIND-REASON-ENTRY.
           MOVE    "N"     TO  ENTRY-FOUND-SW.
           IF  RT-COUNT > ZEROS
               SET     RT-IDX  TO  1
               SEARCH  RT-ENTRY
                       WHEN    RT-CODE(RT-IDX) = WS-REASON-CODE
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
      * Rewrite the reason table. Skipped when the load failed, so a
      * bad open can't truncate the file.
      *-----------------------------------------------------------------
       200-REWRITE-REASON-FILE.
           IF  NOT REASONS-LOADED
               DISPLAY "SHRINK REASONS: REASON FILE NOT "
                       "REWRITTEN, LOAD STATUS WAS " REASONS-FILE-STAT
               EXIT    PARAGRAPH
           END-IF.
           OPEN    OUTPUT  REASONS-FILE.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               MOVE    RT-CODE(RT-IDX)         TO  RS-CODE
               MOVE    RT-DESCRIPTION(RT-IDX)  TO  RS-DESCRIPTION
               MOVE    RT-ACTIVE(RT-IDX)       TO  RS-ACTIVE
               WRITE   REASONS-RECORD
               ADD     1       TO  CT-REASONS-KEPT
               IF  RT-ACTIVE(RT-IDX) = "Y"
                   ADD     1   TO  CT-REASONS-ACTIVE
               END-IF
           END-PERFORM.
           CLOSE   REASONS-FILE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-REASONS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "REASONS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-REASONS.

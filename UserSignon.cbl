      ******************************************************************
      * This program is the sub program every screen program CALLs at
      * start-up to sign the operator on: it accepts a user id and
      * password, checks them against the user master (active, not
      * locked out, the password right, and authorized at the level
      * the calling function requires), and hands back the operator
      * id that every journal, staged transaction, and history record
      * written that session will carry.
      *
      * Passwords are kept on the master only as the PASSWORD-HASH
      * of what was keyed. A user a supervisor has just added or
      * reset, and a user whose password is older than the
      * run-control expiry, must choose a new one before the sign-on
      * completes. A user carried over from before passwords existed
      * has none, and is refused until a supervisor resets one.
      * Wrong passwords are counted on the master; the run-control
      * limit in a row locks the user out until a supervisor resets
      * the password in USER-UPDATE. Every success, failure and
      * lockout is written to the sign-on log with the date, time and
      * the program signed on to.
      *
      * With no user master built yet the sign-on degrades the way
      * the location and customer checks do: any keyed id is accepted
      *
      * Used File
      *    - User Master File (Indexed Sequential): USERMAST
      *    - Sign-On Log: SIGNLOG.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                   RECORD KEY IS USR-ID
                   FILE STATUS IS USERMAST-FILE-STAT.

           SELECT  SIGNLOG-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-SIGNLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SIGNLOG-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as USER-RECORD in UserUpdate.cbl.
       FD  USERMAST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS USERMAST-RECORD.
       01  USERMAST-RECORD.
           05  USR-ID              PIC X(08).
           05  USR-NAME            PIC X(20).
           05  USR-AUTH-LEVEL      PIC 9(01).
           05  USR-ACTIVE          PIC X(01).
           05  USR-PASSWORD-HASH   PIC X(20).
           05  USR-PASSWORD-DATE   PIC 9(08).
           05  USR-FAILED-COUNT    PIC 9(02).
           05  USR-LOCKED          PIC X(01).
           05  FILLER              PIC X(19).

      *    One line per sign-on event.
       FD  SIGNLOG-FILE-OUT
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS SIGNLOG-RECORD.
       01  SIGNLOG-RECORD.
           05  SL-DATE             PIC 9(08).
           05  SL-TIME             PIC 9(06).
           05  SL-USER-ID          PIC X(08).
           05  SL-PROGRAM          PIC X(30).
      *    "S" = signed on, "F" = refused, "L" = locked out by this
      *    failure.
           05  SL-EVENT            PIC X(01).
           05  SL-DETAIL           PIC X(20).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Password hashing parameter block.
       COPY "PasswordHash.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-USERMAST       PIC X(40).
           05  RC-FN-SIGNLOG        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  USERMAST-FILE-STAT  PIC X(02).
           05  SIGNLOG-FILE-STAT   PIC X(02).
           05  USERMAST-AVAIL-SW   PIC X(01) VALUE "N".
               88  USERMAST-AVAILABLE        VALUE "Y".
           05  SIGNLOG-OPEN-SW     PIC X(01) VALUE "N".
               88  SIGNLOG-OPEN              VALUE "Y".
           05  PASSWORD-CHANGED-SW PIC X(01).
               88  PASSWORD-CHANGED          VALUE "Y".
           05  WS-TRY-COUNT        PIC 9(01) VALUE ZEROS.
           05  WS-CHANGE-TRY-COUNT PIC 9(01) VALUE ZEROS.
           05  WS-KEYED-ID         PIC X(08).

       01  PASSWORD-WORK-AREAS.
           05  WS-KEYED-PASSWORD   PIC X(12).
           05  WS-NEW-PASSWORD     PIC X(12).
           05  WS-AGAIN-PASSWORD   PIC X(12).
           05  WS-PASSWORD-LENGTH  PIC 9(02).
           05  WS-TODAY            PIC 9(08).
           05  WS-NOW              PIC 9(08).
           05  WS-PASSWORD-AGE     PIC S9(07).

       01  SIGNON-LOG-EVENT.
           05  WS-LOG-EVENT        PIC X(01).
           05  WS-LOG-DETAIL       PIC X(20).

      ******************************************************************
       LINKAGE                     SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       100-SIGN-OPERATOR-ON.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           MOVE    "N"     TO  SG-AUTHORIZED-SW.
           MOVE    SPACES  TO  SG-OPERATOR-ID.
           MOVE    ZEROS   TO  SG-AUTH-LEVEL.
           PERFORM 200-OPEN-SIGNON-LOG.
      *    I-O, since failed attempts, lockouts and password changes
      *    are written back. Only a master that does not exist at all
      *    lets the sign-on degrade - one that exists but cannot be
      *    opened refuses everybody.
           OPEN    I-O     USERMAST-FILE.
           EVALUATE USERMAST-FILE-STAT
               WHEN "00"
                   SET     USERMAST-AVAILABLE  TO  TRUE
               WHEN "35"
                   DISPLAY "SIGN-ON: NO USER MASTER, STATUS "
                           USERMAST-FILE-STAT
                           " - ANY OPERATOR ID ACCEPTED"
               WHEN OTHER
                   DISPLAY "SIGN-ON: CANNOT OPEN USER MASTER, STATUS "
                           USERMAST-FILE-STAT
                   MOVE    3       TO  WS-TRY-COUNT
           END-EVALUATE.
           PERFORM 200-TRY-ONE-SIGNON
                   UNTIL   SG-AUTHORIZED
                       OR  WS-TRY-COUNT NOT < 3.
           IF  USERMAST-AVAILABLE
               CLOSE   USERMAST-FILE
           END-IF.
           IF  SIGNLOG-OPEN
               CLOSE   SIGNLOG-FILE-OUT
           END-IF.
           IF  NOT SG-AUTHORIZED
               DISPLAY "SIGN-ON REFUSED - NOT AUTHORIZED AT LEVEL "
                       SG-REQUIRED-LEVEL
           EXIT PROGRAM.

      ******************************************************************
      * The log is appended to, and started fresh the first time.
      *-----------------------------------------------------------------
       200-OPEN-SIGNON-LOG.
           OPEN    EXTEND  SIGNLOG-FILE-OUT.
           IF  SIGNLOG-FILE-STAT NOT = "00"
               OPEN    OUTPUT  SIGNLOG-FILE-OUT
           END-IF.
           IF  SIGNLOG-FILE-STAT = "00"
               SET     SIGNLOG-OPEN    TO  TRUE
           ELSE
               DISPLAY "SIGN-ON: CANNOT OPEN SIGNLOG.TXT, STATUS "
                       SIGNLOG-FILE-STAT
           END-IF.

      *-----------------------------------------------------------------
       200-TRY-ONE-SIGNON.
           ADD     1       TO  WS-TRY-COUNT.
           MOVE    SPACES  TO  WS-KEYED-ID.
               MOVE    WS-KEYED-ID TO  SG-OPERATOR-ID
               MOVE    5           TO  SG-AUTH-LEVEL
               MOVE    "Y"         TO  SG-AUTHORIZED-SW
               MOVE    "S"                     TO  WS-LOG-EVENT
               MOVE    "NO USER MASTER"        TO  WS-LOG-DETAIL
               PERFORM 300-WRITE-SIGNON-LOG
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-KEYED-ID     TO  USR-ID.
           READ USERMAST-FILE  KEY IS  USR-ID
               INVALID KEY
                   DISPLAY "SIGN-ON: USER NOT ON USER MASTER"
                   MOVE    "F"                 TO  WS-LOG-EVENT
                   MOVE    "UNKNOWN USER"      TO  WS-LOG-DETAIL
                   PERFORM 300-WRITE-SIGNON-LOG
               NOT INVALID KEY
                   PERFORM 300-CHECK-USER-AND-PASSWORD
           END-READ.

      ******************************************************************
      * The id is on file: it must be active and not locked out, the
      * password must match, the level must be high enough, and a
      * password due for change must be changed.
      *-----------------------------------------------------------------
       300-CHECK-USER-AND-PASSWORD.
           MOVE    "F"     TO  WS-LOG-EVENT.
           IF  USR-ACTIVE NOT = "Y"
               DISPLAY "SIGN-ON: USER IS RETIRED"
               MOVE    "USER RETIRED"      TO  WS-LOG-DETAIL
               PERFORM 300-WRITE-SIGNON-LOG
               EXIT PARAGRAPH
           END-IF.
           IF  USR-LOCKED = "Y"
               DISPLAY "SIGN-ON: USER IS LOCKED OUT - A SUPERVISOR "
                       "MUST RESET THE PASSWORD"
               MOVE    "USER LOCKED OUT"   TO  WS-LOG-DETAIL
               PERFORM 300-WRITE-SIGNON-LOG
               EXIT PARAGRAPH
           END-IF.
      *    No password on file yet - a user carried over from before
      *    passwords. Letting the first person to key the id choose
      *    one would hand the id to anyone, so only a supervisor's
      *    reset in USER-UPDATE opens it.
           IF  USR-PASSWORD-HASH = SPACES
               DISPLAY "SIGN-ON: NO PASSWORD SET - SEE SUPERVISOR"
               MOVE    "NO PASSWORD SET"   TO  WS-LOG-DETAIL
               PERFORM 300-WRITE-SIGNON-LOG
               EXIT PARAGRAPH
           END-IF.
           PERFORM 400-VERIFY-PASSWORD.
           IF  USR-FAILED-COUNT > ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF  USR-AUTH-LEVEL < SG-REQUIRED-LEVEL
               DISPLAY "SIGN-ON: LEVEL " USR-AUTH-LEVEL
                       " IS BELOW REQUIRED LEVEL "
                       SG-REQUIRED-LEVEL
               MOVE    "LEVEL TOO LOW"     TO  WS-LOG-DETAIL
               PERFORM 300-WRITE-SIGNON-LOG
               EXIT PARAGRAPH
           END-IF.
           PERFORM 400-CHECK-PASSWORD-AGE.
           IF  WS-PASSWORD-AGE NOT < ZEROS
               PERFORM 400-FORCE-PASSWORD-CHANGE
               IF  NOT PASSWORD-CHANGED
                   MOVE    "PASSWORD NOT CHANGED"  TO  WS-LOG-DETAIL
                   PERFORM 300-WRITE-SIGNON-LOG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE    WS-KEYED-ID     TO  SG-OPERATOR-ID.
           MOVE    USR-AUTH-LEVEL  TO  SG-AUTH-LEVEL.
           MOVE    "Y"             TO  SG-AUTHORIZED-SW.
           DISPLAY "SIGNED ON: " USR-NAME.
           MOVE    "S"             TO  WS-LOG-EVENT.
           MOVE    "SIGNED ON"     TO  WS-LOG-DETAIL.
           PERFORM 300-WRITE-SIGNON-LOG.

      *-----------------------------------------------------------------
      * A wrong password counts against the user; the limit in a row
      * locks the id. A right one clears the count.
      *-----------------------------------------------------------------
       400-VERIFY-PASSWORD.
           PERFORM 500-ACCEPT-PASSWORD.
           MOVE    USR-ID              TO  PH-USER-ID.
           MOVE    WS-KEYED-PASSWORD   TO  PH-PASSWORD.
           CALL    "PASSWORD-HASH"     USING PASSWORD-HASH-PARAMETERS.
           IF  PH-HASH = USR-PASSWORD-HASH
               IF  USR-FAILED-COUNT > ZEROS
                   MOVE    ZEROS   TO  USR-FAILED-COUNT
                   PERFORM 500-REWRITE-USER
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD     1       TO  USR-FAILED-COUNT.
           IF  USR-FAILED-COUNT NOT < RC-SIGNON-MAX-FAILS
                   AND RC-SIGNON-MAX-FAILS > ZEROS
               MOVE    "Y"                 TO  USR-LOCKED
               DISPLAY "SIGN-ON: WRONG PASSWORD - USER IS NOW LOCKED "
                       "OUT"
               MOVE    "L"                 TO  WS-LOG-EVENT
               MOVE    "LOCKED OUT"        TO  WS-LOG-DETAIL
           ELSE
               DISPLAY "SIGN-ON: WRONG PASSWORD"
               MOVE    "WRONG PASSWORD"    TO  WS-LOG-DETAIL
           END-IF.
           PERFORM 500-REWRITE-USER.
           PERFORM 300-WRITE-SIGNON-LOG.

      *-----------------------------------------------------------------
      * Days past the expiry the password is: negative while it is
      * still good. Never set (new or reset) counts as expired; a
      * zero expiry never expires.
      *-----------------------------------------------------------------
       400-CHECK-PASSWORD-AGE.
           MOVE    -1      TO  WS-PASSWORD-AGE.
           IF  USR-PASSWORD-HASH = SPACES
                   OR USR-PASSWORD-DATE = ZEROS
                   OR USR-PASSWORD-DATE IS NOT NUMERIC
               MOVE    ZEROS   TO  WS-PASSWORD-AGE
               EXIT PARAGRAPH
           END-IF.
           IF  RC-PASSWORD-DAYS > ZEROS
               COMPUTE WS-PASSWORD-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(USR-PASSWORD-DATE)
                       - RC-PASSWORD-DAYS
           END-IF.

      *-----------------------------------------------------------------
      * Three tries at a new password: at least six characters, keyed
      * the same twice, and not the one it replaces.
      *-----------------------------------------------------------------
       400-FORCE-PASSWORD-CHANGE.
           MOVE    "N"     TO  PASSWORD-CHANGED-SW.
           MOVE    ZEROS   TO  WS-CHANGE-TRY-COUNT.
           DISPLAY "SIGN-ON: YOUR PASSWORD MUST BE CHANGED".
           PERFORM 500-TRY-ONE-PASSWORD-CHANGE
                   UNTIL   PASSWORD-CHANGED
                       OR  WS-CHANGE-TRY-COUNT NOT < 3.

      *-----------------------------------------------------------------
       500-TRY-ONE-PASSWORD-CHANGE.
           ADD     1       TO  WS-CHANGE-TRY-COUNT.
           MOVE    SPACES  TO  WS-NEW-PASSWORD WS-AGAIN-PASSWORD.
           DISPLAY "NEW PASSWORD: " WITH NO ADVANCING.
           ACCEPT  WS-NEW-PASSWORD     WITH SECURE.
           DISPLAY "KEY IT AGAIN: " WITH NO ADVANCING.
           ACCEPT  WS-AGAIN-PASSWORD   WITH SECURE.
           MOVE    ZEROS   TO  WS-PASSWORD-LENGTH.
           INSPECT WS-NEW-PASSWORD TALLYING WS-PASSWORD-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-PASSWORD-LENGTH < 6
               DISPLAY "SIGN-ON: AT LEAST 6 CHARACTERS, NO SPACES"
               EXIT PARAGRAPH
           END-IF.
           IF  WS-AGAIN-PASSWORD NOT = WS-NEW-PASSWORD
               DISPLAY "SIGN-ON: THE TWO PASSWORDS DO NOT MATCH"
               EXIT PARAGRAPH
           END-IF.
           MOVE    USR-ID              TO  PH-USER-ID.
           MOVE    WS-NEW-PASSWORD     TO  PH-PASSWORD.
           CALL    "PASSWORD-HASH"     USING PASSWORD-HASH-PARAMETERS.
           IF  PH-HASH = USR-PASSWORD-HASH
               DISPLAY "SIGN-ON: CHOOSE A DIFFERENT PASSWORD"
               EXIT PARAGRAPH
           END-IF.
           MOVE    PH-HASH     TO  USR-PASSWORD-HASH.
           MOVE    WS-TODAY    TO  USR-PASSWORD-DATE.
           MOVE    ZEROS       TO  USR-FAILED-COUNT.
           PERFORM 500-REWRITE-USER.
           MOVE    "Y"         TO  PASSWORD-CHANGED-SW.
           DISPLAY "SIGN-ON: PASSWORD CHANGED".

      *-----------------------------------------------------------------
       500-ACCEPT-PASSWORD.
           MOVE    SPACES  TO  WS-KEYED-PASSWORD.
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           ACCEPT  WS-KEYED-PASSWORD   WITH SECURE.

      *-----------------------------------------------------------------
       500-REWRITE-USER.
           REWRITE USERMAST-RECORD
               INVALID KEY
                   DISPLAY "SIGN-ON: CANNOT UPDATE USER MASTER, "
                           "STATUS " USERMAST-FILE-STAT
           END-REWRITE.

      *-----------------------------------------------------------------
       300-WRITE-SIGNON-LOG.
           IF  NOT SIGNLOG-OPEN
               EXIT PARAGRAPH
           END-IF.
           ACCEPT  WS-NOW      FROM TIME.
           MOVE    WS-TODAY            TO  SL-DATE.
           MOVE    WS-NOW(1:6)         TO  SL-TIME.
           MOVE    WS-KEYED-ID         TO  SL-USER-ID.
           MOVE    SG-CALLING-PROGRAM  TO  SL-PROGRAM.
           MOVE    WS-LOG-EVENT        TO  SL-EVENT.
           MOVE    WS-LOG-DETAIL       TO  SL-DETAIL.
           WRITE   SIGNLOG-RECORD.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "USERMAST" DELIMITED BY SIZE
                   INTO RC-FN-USERMAST.
           MOVE    SPACES      TO  RC-FN-SIGNLOG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SIGNLOG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SIGNLOG.

      * file stands behind is now on every journal and staged
      * transaction.
      *
      * Each user also carries a password, kept only as its hash.
      * The supervisor keys a starting password when adding a user,
      * and resets it (R) when the user has forgotten it or has been
      * locked out by wrong passwords - the reset clears the lockout.
      * Either way the user must choose a new password at the next
      * sign-on, so the supervisor never knows the one in use.
      *
      * Used File
      *    - User Master File (Indexed Sequential): USERMAST
      *    - Master-File Change Log: CHGLOG.TXT (via CHANGE-LOG)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  USER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS USER-RECORD.
       01  USER-RECORD.
           05  USR-ID              PIC X(08).
      *    "Y" = active; anything else means the user is retired and
      *    sign-on refuses the id.
           05  USR-ACTIVE          PIC X(01).
      *    PASSWORD-HASH of the password; spaces for a user carried
      *    over from before passwords, who is refused at sign-on
      *    until a supervisor resets the password here.
           05  USR-PASSWORD-HASH   PIC X(20).
      *    When the user last chose the password; zeros after an add
      *    or reset, which forces a change at the next sign-on.
           05  USR-PASSWORD-DATE   PIC 9(08).
      *    Wrong passwords in a row, and "Y" once they reached the
      *    run-control limit and locked the user out.
           05  USR-FAILED-COUNT    PIC 9(02).
           05  USR-LOCKED          PIC X(01).
           05  FILLER              PIC X(19).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *    is allowed to do what.
       COPY "UserSignon.cpy".

      *    Password hashing parameter block.
       COPY "PasswordHash.cpy".

      *    Change-log parameter block: every add, change, delete and
      *    password reset is logged with the record before and after.
       COPY "ChangeLog.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
       01  FILE-STATUS-AND-MISC.
           05  USER-FILE-STAT      PIC X(02).
           05  WS-CODE             PIC X(01).
               88  VALID-CODE      VALUE "A" "a" "C" "c" "D" "d"
                                         "R" "r".
               88  VALID-ADD       VALUE "A" "a".
               88  VALID-CHANGE    VALUE "C" "c".
               88  VALID-DELETE    VALUE "D" "d".
               88  VALID-RESET     VALUE "R" "r".
           05  WS-PASSWORD-LENGTH  PIC 9(02).

      *    Holds a change transaction's keyed values across the READ
      *    that refreshes USER-RECORD from the file.
           05  WS-NEW-NAME         PIC X(20).
           05  WS-NEW-LEVEL        PIC 9(01).
           05  WS-NEW-ACTIVE       PIC X(01).
      *    The starting password keyed on an add or reset - hashed,
      *    never stored.
           05  WS-NEW-PASSWORD     PIC X(12).

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               10  LINE  5 COLUMN  7   VALUE "        USER ID:".
               10  LINE  7 COLUMN  7
                           VALUE "TRANS CODE: (A)dd (C)hange (D)elete".
               10  LINE  8 COLUMN 19   VALUE "(R)eset password".
               10  LINE  9 COLUMN  7   VALUE "      USER NAME:".
               10  LINE 10 COLUMN  7   VALUE "LEVEL (1/3/5):".
               10  LINE 11 COLUMN  7   VALUE " ACTIVE? (Y/N):".
               10  LINE 12 COLUMN  7   VALUE "       PASSWORD:".
               10  LINE 13 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-ACTIVE           PIC X(01) TO    USR-ACTIVE
                   LINE 11 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-PASSWORD         PIC X(12) TO    WS-NEW-PASSWORD
                   LINE 12 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO SECURE AUTO.
               10  LINE 14 BLANK LINE.
               10  LINE 15 BLANK LINE.
               10  LINE 17 BLANK LINE.
                       VALUE "Can't find/add user - check id!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  PASSWORD-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 17 COLUMN  7
                       VALUE "Password needs 6+ characters, no spaces!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLUE.

       100-UPDATE-USER-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    5       TO  SG-REQUIRED-LEVEL.
           MOVE    "USER-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               MOVE    "N"     TO  CONFIRM-SW
      *-----------------------------------------------------------------
       300-ENTER-UPDATE-RECORD.
           INITIALIZE FILE-STATUS-AND-MISC USER-RECORD.
           MOVE    SPACES  TO  WS-NEW-PASSWORD.
           DISPLAY OPENING-SCREEN.
           ACCEPT  SS-USER-ID.
           PERFORM 400-ACCEPT-TRANS-CODE   UNTIL VALID-CODE.
               ACCEPT  SS-AUTH-LEVEL
               ACCEPT  SS-ACTIVE
           END-IF.
           IF  VALID-ADD OR VALID-RESET
               ACCEPT  SS-PASSWORD
           END-IF.

      *-----------------------------------------------------------------
       300-PROCESS-USER-RECORD.
                   PERFORM 400-CHANGE-USER
               WHEN VALID-DELETE
                   PERFORM 400-DELETE-USER
               WHEN VALID-RESET
                   PERFORM 400-RESET-PASSWORD
           END-EVALUATE.

      ******************************************************************

      *-----------------------------------------------------------------
       400-ADD-USER.
           PERFORM 500-HASH-NEW-PASSWORD.
           IF  WS-PASSWORD-LENGTH < 6
               DISPLAY PASSWORD-ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           MOVE    PH-HASH     TO  USR-PASSWORD-HASH.
           MOVE    ZEROS       TO  USR-PASSWORD-DATE
                                   USR-FAILED-COUNT.
           MOVE    "N"         TO  USR-LOCKED.
           IF  USR-ACTIVE NOT = "Y" AND USR-ACTIVE NOT = "N"
               MOVE    "Y"     TO  USR-ACTIVE
           END-IF.
               MOVE    1       TO  USR-AUTH-LEVEL
           END-IF.
           WRITE   USER-RECORD
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "A"             TO  CHG-ACTION
                   MOVE    SPACES          TO  CHG-BEFORE-IMAGE
                   MOVE    USER-RECORD     TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
           END-WRITE.

      *-----------------------------------------------------------------
       400-CHANGE-USER.
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    USER-RECORD     TO  CHG-BEFORE-IMAGE
                   MOVE    WS-NEW-NAME     TO  USR-NAME
                   MOVE    WS-NEW-LEVEL    TO  USR-AUTH-LEVEL
                   MOVE    WS-NEW-ACTIVE   TO  USR-ACTIVE
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           MOVE    "C"         TO  CHG-ACTION
                           MOVE    USER-RECORD TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
       400-DELETE-USER.
           READ    USER-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    USER-RECORD     TO  CHG-BEFORE-IMAGE
                   DELETE  USER-FILE
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           MOVE    "D"         TO  CHG-ACTION
                           MOVE    SPACES      TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-DELETE
           END-READ.

      *-----------------------------------------------------------------
      * A new starting password, due for change at the next sign-on,
      * and the lockout cleared.
      *-----------------------------------------------------------------
       400-RESET-PASSWORD.
           PERFORM 500-HASH-NEW-PASSWORD.
           IF  WS-PASSWORD-LENGTH < 6
               DISPLAY PASSWORD-ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           READ    USER-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    USER-RECORD TO  CHG-BEFORE-IMAGE
                   MOVE    PH-HASH     TO  USR-PASSWORD-HASH
                   MOVE    ZEROS       TO  USR-PASSWORD-DATE
                                           USR-FAILED-COUNT
                   MOVE    "N"         TO  USR-LOCKED
                   REWRITE USER-RECORD
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           MOVE    "C"         TO  CHG-ACTION
                           MOVE    USER-RECORD TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      * The keyed starting password must be at least six characters
      * before the first space; its hash is left in PH-HASH.
      *-----------------------------------------------------------------
       500-HASH-NEW-PASSWORD.
           MOVE    ZEROS   TO  WS-PASSWORD-LENGTH.
           INSPECT WS-NEW-PASSWORD TALLYING WS-PASSWORD-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE    USR-ID              TO  PH-USER-ID.
           MOVE    WS-NEW-PASSWORD     TO  PH-PASSWORD.
           CALL    "PASSWORD-HASH"     USING PASSWORD-HASH-PARAMETERS.

      *-----------------------------------------------------------------
      * Log the change just made, with the record before and after,
      * for the nightly change report. The password hash never goes
      * into the log - a hash on file shows as asterisks, so the
      * report still tells whether a password was set.
      *-----------------------------------------------------------------
       500-LOG-CHANGE.
           IF  CHG-BEFORE-IMAGE(31:20) NOT = SPACES
               MOVE    ALL "*"     TO  CHG-BEFORE-IMAGE(31:20)
           END-IF.
           IF  CHG-AFTER-IMAGE(31:20) NOT = SPACES
               MOVE    ALL "*"     TO  CHG-AFTER-IMAGE(31:20)
           END-IF.
           MOVE    "USERMAST"      TO  CHG-FILE-ID.
           MOVE    SPACES          TO  CHG-KEY.
           MOVE    USR-ID          TO  CHG-KEY.
           MOVE    SG-OPERATOR-ID  TO  CHG-OPERATOR.
           CALL    "CHANGE-LOG"    USING CHANGE-LOG-PARAMETERS.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's

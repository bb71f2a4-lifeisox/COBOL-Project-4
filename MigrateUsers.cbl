      ******************************************************************
      * This program is the one-time conversion run that widens the
      * user master for operator passwords:
      *    USERMAST   30 -> 80 characters (password hash, date the
      *               password was chosen, wrong-password count and
      *               lockout flag added)
      * Migrated users get no password and are written locked out, so
      * no one can sign on under a migrated id until a supervisor
      * resets its password in USER-UPDATE. The supervisors who would
      * do that are the exception: every active supervisor-level id
      * (level 5) is written unlocked with a temporary password, keyed
      * as the run's argument, e.g.
      *        USER-MIGRATE  Start1
      * (6 to 12 characters, no spaces; the run converts nothing
      * without it). The password is stored only as its hash and its
      * date is left zero, so USER-SIGNON makes each supervisor choose
      * a password of their own at the first sign-on. Give the
      * temporary password to the supervisors by hand. A site with no
      * active supervisor on file is warned; it can still sign on by
      * moving USERMAST aside - with no user master, sign-on accepts
      * any id at supervisor level - to set one up in USER-UPDATE.
      * Until it is widened USER-SIGNON cannot open the master under
      * the new layout (status 39) and refuses every sign-on, so run
      * this once per site, before the first session on the new
      * layout.
      *
      * The file is converted in two passes, the way MASTER-MIGRATE
      * converts SUPPLIER: the old-layout index is read under its old
      * record length and written, widened, to USERMASTMIG.TXT; only
      * when that completes and the counts balance is the index
      * itself rebuilt from the work file, so an abend can never
      * leave the only copy half-converted. A file that already
      * opens under the new length is recognized and left alone, so
      * an accidental second run is harmless.
      *
      * Used File
      *    - User Master File (Indexed Sequential): USERMAST
      *    - Conversion Work File: USERMASTMIG.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 USER-MIGRATE.
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
      *    The same physical USERMAST under its old and new record
      *    lengths - only one of the two is ever open at a time.
           SELECT  USERMAST-OLD
                   ASSIGN DYNAMIC RC-FN-USERMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OU-ID
                   FILE STATUS IS USERMAST-OLD-STATUS.

           SELECT  USERMAST-NEW
                   ASSIGN DYNAMIC RC-FN-USERMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS NU-ID
                   FILE STATUS IS USERMAST-NEW-STATUS.

           SELECT  USERMAST-MIG
                   ASSIGN DYNAMIC RC-FN-USERMASTMIG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS USERMAST-MIG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  USERMAST-OLD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS USERMAST-OLD-RECORD.
       01  USERMAST-OLD-RECORD.
           05  OU-ID               PIC X(08).
           05  OU-NAME             PIC X(20).
           05  OU-AUTH-LEVEL       PIC 9(01).
           05  OU-ACTIVE           PIC X(01).

      *    Same 80-byte layout as USER-RECORD in UserUpdate.cbl.
       FD  USERMAST-NEW
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS USERMAST-NEW-RECORD.
       01  USERMAST-NEW-RECORD.
           05  NU-ID               PIC X(08).
           05  NU-NAME             PIC X(20).
           05  NU-AUTH-LEVEL       PIC 9(01).
           05  NU-ACTIVE           PIC X(01).
           05  NU-PASSWORD-HASH    PIC X(20).
           05  NU-PASSWORD-DATE    PIC 9(08).
           05  NU-FAILED-COUNT     PIC 9(02).
           05  NU-LOCKED           PIC X(01).
           05  FILLER              PIC X(19).

       FD  USERMAST-MIG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS USERMAST-MIG-RECORD.
       01  USERMAST-MIG-RECORD     PIC X(80).

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
           05  RC-FN-USERMAST       PIC X(40).
           05  RC-FN-USERMASTMIG    PIC X(40).

       01  SWITCHES-AND-COUNTERS.
           05  EOF-SW              PIC X(01).
               88  NOMORE-RECORD             VALUE "Y".
           05  SKIP-FILE-SW        PIC X(01).
               88  FILE-SKIPPED              VALUE "Y".
           05  CT-RECORDS-IN       PIC 9(07) VALUE ZEROS.
           05  CT-RECORDS-OUT      PIC 9(07) VALUE ZEROS.
           05  CT-SUPERVISORS-OPEN PIC 9(05) VALUE ZEROS.

      *    The temporary password supervisors sign on with first, as
      *    keyed on the command line.
       01  TEMP-PASSWORD-AREA.
           05  WS-TEMP-PASSWORD-ARG
                                   PIC X(80).
           05  WS-TEMP-PASSWORD-LENGTH
                                   PIC 9(02).

      *    Password hashing parameter block for the supervisors'
      *    temporary password.
       COPY "PasswordHash.cpy".

       01  FILE-STATUS-FIELDS.
           05  USERMAST-OLD-STATUS PIC X(02).
           05  USERMAST-NEW-STATUS PIC X(02).
           05  USERMAST-MIG-STATUS PIC X(02).

      *    A pass whose counts do not balance leaves the run flagged
      *    so the operator knows not to trust the migrated file.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-MIGRATE-USER-LAYOUT.
           PERFORM 050-LOAD-RUN-CONTROL.
           DISPLAY "USER MASTER MIGRATION STARTING".
           PERFORM 200-MIGRATE-USERMAST.
           IF  ABEND-DETECTED
               DISPLAY "USER MASTER MIGRATION ENDED WITH ERRORS - "
                       "SEE MESSAGES ABOVE"
               MOVE    16      TO  RETURN-CODE
           ELSE
               DISPLAY "USER MASTER MIGRATION COMPLETED!!!"
           END-IF.

           STOP RUN.

      ******************************************************************
      * Widen USERMAST. The probe OPEN under the new length tells the
      * layouts apart: status 00 means the file is already widened,
      * 35 means there is no file to convert, and a length conflict
      * (39) means the old layout is on disk. Pass 1 converts into
      * the work file, pass 2 rebuilds the index from it.
      *-----------------------------------------------------------------
       200-MIGRATE-USERMAST.
           MOVE    "N"     TO  SKIP-FILE-SW.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           OPEN    INPUT   USERMAST-NEW.
           EVALUATE USERMAST-NEW-STATUS
               WHEN "00"
                   DISPLAY "MIGRATE: USERMAST ALREADY IN THE NEW "
                           "LAYOUT - SKIPPED"
                   CLOSE   USERMAST-NEW
                   SET     FILE-SKIPPED    TO  TRUE
               WHEN "35"
                   DISPLAY "MIGRATE: NO USERMAST TO CONVERT"
                   SET     FILE-SKIPPED    TO  TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  NOT FILE-SKIPPED
               OPEN    INPUT   USERMAST-OLD
               IF  USERMAST-OLD-STATUS NOT = "00"
                   DISPLAY "MIGRATE: CANNOT OPEN USERMAST IN EITHER "
                           "LAYOUT, STATUS=" USERMAST-OLD-STATUS
                   SET     FILE-SKIPPED    TO  TRUE
                   SET     ABEND-DETECTED  TO  TRUE
               END-IF
           END-IF.
           IF  NOT FILE-SKIPPED
               PERFORM 300-CHECK-TEMP-PASSWORD
               IF  ABEND-DETECTED
                   CLOSE   USERMAST-OLD
                   SET     FILE-SKIPPED    TO  TRUE
               END-IF
           END-IF.
           IF  NOT FILE-SKIPPED
               OPEN    OUTPUT  USERMAST-MIG
               MOVE    "N"     TO  EOF-SW
               READ    USERMAST-OLD
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
               PERFORM 300-WIDEN-ONE-USER      UNTIL NOMORE-RECORD
               CLOSE   USERMAST-OLD
                       USERMAST-MIG
               PERFORM 300-VERIFY-PASS-COUNTS
               IF  NOT ABEND-DETECTED
                   PERFORM 300-REBUILD-USERMAST
               END-IF
               DISPLAY "MIGRATE: USERMAST DONE, " CT-RECORDS-IN
                       " RECORDS, " CT-SUPERVISORS-OPEN
                       " SUPERVISOR(S) ON THE TEMPORARY PASSWORD"
               IF  CT-SUPERVISORS-OPEN = ZEROS
                   DISPLAY "MIGRATE: NO ACTIVE SUPERVISOR ON FILE - "
                           "NO ONE CAN SIGN ON TO RESET USERS"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The temporary password must be keyed as the run's argument,
      * six to twelve characters with no spaces - the rules a password
      * chosen at sign-on is held to.
      *-----------------------------------------------------------------
       300-CHECK-TEMP-PASSWORD.
           MOVE    SPACES  TO  WS-TEMP-PASSWORD-ARG.
           ACCEPT  WS-TEMP-PASSWORD-ARG    FROM COMMAND-LINE.
           MOVE    ZEROS   TO  WS-TEMP-PASSWORD-LENGTH.
           INSPECT WS-TEMP-PASSWORD-ARG TALLYING WS-TEMP-PASSWORD-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-TEMP-PASSWORD-LENGTH NOT < 6
                   AND WS-TEMP-PASSWORD-LENGTH NOT > 12
               IF  WS-TEMP-PASSWORD-ARG(WS-TEMP-PASSWORD-LENGTH + 1:)
                       = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "MIGRATE: KEY THE SUPERVISORS' TEMPORARY "
                   "PASSWORD AS THE ARGUMENT - 6 TO 12 "
                   "CHARACTERS, NO SPACES".
           SET     ABEND-DETECTED  TO  TRUE.

      *-----------------------------------------------------------------
      * Migrated users have no password yet, so each is written
      * locked out - an id with no password must not be claimable by
      * whoever signs on under it first. A supervisor's reset in
      * USER-UPDATE sets a password and clears the lock. Active
      * supervisors get the temporary password instead, zero-dated so
      * the first sign-on forces a change.
      *-----------------------------------------------------------------
       300-WIDEN-ONE-USER.
           ADD     1                   TO  CT-RECORDS-IN.
           MOVE    SPACES              TO  USERMAST-NEW-RECORD.
           MOVE    OU-ID               TO  NU-ID.
           MOVE    OU-NAME             TO  NU-NAME.
           MOVE    OU-AUTH-LEVEL       TO  NU-AUTH-LEVEL.
           MOVE    OU-ACTIVE           TO  NU-ACTIVE.
           MOVE    SPACES              TO  NU-PASSWORD-HASH.
           MOVE    ZEROS               TO  NU-PASSWORD-DATE
                                           NU-FAILED-COUNT.
           MOVE    "Y"                 TO  NU-LOCKED.
           IF  NU-AUTH-LEVEL NOT < 5 AND NU-ACTIVE = "Y"
               MOVE    NU-ID                   TO  PH-USER-ID
               MOVE    WS-TEMP-PASSWORD-ARG    TO  PH-PASSWORD
               CALL    "PASSWORD-HASH" USING PASSWORD-HASH-PARAMETERS
               MOVE    PH-HASH             TO  NU-PASSWORD-HASH
               MOVE    "N"                 TO  NU-LOCKED
               ADD     1                   TO  CT-SUPERVISORS-OPEN
           END-IF.
           MOVE    USERMAST-NEW-RECORD TO  USERMAST-MIG-RECORD.
           WRITE   USERMAST-MIG-RECORD.
           ADD     1                   TO  CT-RECORDS-OUT.
           READ    USERMAST-OLD
                   AT END  MOVE "Y" TO EOF-SW
           END-READ.

      *-----------------------------------------------------------------
       300-REBUILD-USERMAST.
           MOVE    ZEROS   TO  CT-RECORDS-IN CT-RECORDS-OUT.
           MOVE    "N"     TO  EOF-SW.
           OPEN    INPUT   USERMAST-MIG.
           OPEN    OUTPUT  USERMAST-NEW.
           READ    USERMAST-MIG
                   AT END  MOVE "Y" TO EOF-SW.
           PERFORM UNTIL NOMORE-RECORD
               ADD     1                   TO  CT-RECORDS-IN
               MOVE    USERMAST-MIG-RECORD TO  USERMAST-NEW-RECORD
               WRITE   USERMAST-NEW-RECORD
               ADD     1                   TO  CT-RECORDS-OUT
               READ    USERMAST-MIG
                       AT END  MOVE "Y" TO EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   USERMAST-MIG
                   USERMAST-NEW.
           PERFORM 300-VERIFY-PASS-COUNTS.

      ******************************************************************
      * Every pass must write exactly as many records as it read.
      *-----------------------------------------------------------------
       300-VERIFY-PASS-COUNTS.
           IF  CT-RECORDS-IN NOT = CT-RECORDS-OUT
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "MIGRATE: PASS COUNTS DO NOT BALANCE - IN="
                       CT-RECORDS-IN " OUT=" CT-RECORDS-OUT
           END-IF.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-USERMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "USERMAST" DELIMITED BY SIZE
                   INTO RC-FN-USERMAST.
           MOVE    SPACES      TO  RC-FN-USERMASTMIG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "USERMASTMIG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-USERMASTMIG.

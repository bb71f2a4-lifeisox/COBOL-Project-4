      ******************************************************************
      * This program is the sub program every entry point for a
      * downward stock adjustment or a scrap CALLs to keep the shrink
      * reason honest: given a keyed reason code it looks the code up
      * on the maintained reason table (REASON-UPDATE keeps it) and
      * answers whether it may be used, with its description.
      *
      * A blank code is always refused - every loss must say why. A
      * code that is on the table but flagged inactive is refused
      * too, so a retired reason cannot creep back in. A reason table
      * not built yet passes any non-blank code, the same way the
      * location master passes every location until it exists.
      *
      * Used File
      *    - Shrink Reason Table: REASONS.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 REASON-GUARD.
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
      *    Same layout as REASONS-RECORD in ReasonUpdate.cbl.
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

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-REASONS        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  REASONS-FILE-STAT   PIC X(02).
           05  REASONS-EOF-SW      PIC X(01).

      ******************************************************************
       LINKAGE                     SECTION.
      *-----------------------------------------------------------------
       COPY "ReasonGuard.cpy".

      ******************************************************************
       PROCEDURE                   DIVISION
                                   USING REASON-GUARD-PARAMETERS.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-CHECK-REASON-CODE.
           PERFORM 050-LOAD-RUN-CONTROL.
           INSPECT RG-REASON-CODE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE    "N"     TO  RG-VALID-SW.
           MOVE    SPACES  TO  RG-DESCRIPTION.
           IF  RG-REASON-CODE = SPACE
               EXIT PROGRAM
           END-IF.
           OPEN    INPUT   REASONS-FILE.
           IF  REASONS-FILE-STAT NOT = "00"
               MOVE    "Y"     TO  RG-VALID-SW
               EXIT PROGRAM
           END-IF.
           MOVE    "N"     TO  REASONS-EOF-SW.
           READ    REASONS-FILE
                   AT END  MOVE "Y" TO REASONS-EOF-SW.
           PERFORM UNTIL REASONS-EOF-SW = "Y"
               IF  RS-CODE = RG-REASON-CODE
                   MOVE    RS-DESCRIPTION  TO  RG-DESCRIPTION
                   IF  RS-ACTIVE = "Y"
                       MOVE    "Y"     TO  RG-VALID-SW
                   END-IF
                   MOVE    "Y"     TO  REASONS-EOF-SW
               ELSE
                   READ    REASONS-FILE
                           AT END  MOVE "Y" TO REASONS-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE   REASONS-FILE.

           EXIT PROGRAM.

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
